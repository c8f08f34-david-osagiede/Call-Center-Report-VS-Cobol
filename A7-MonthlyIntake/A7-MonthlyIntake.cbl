      * figures slotted into the right occurs bucket; a new operator
      * gets a record created with name & team taken from the operator
      * master; a month that has already been loaded is rejected. The
      * merged snapshot is written to A7-New.dat, which A7-GenCatalog
      * promotes over A7.dat once the intake log has been eyeballed,
      * keeping the replaced A7.dat as a generation to go back to.
      * A late load into a month the period-close file shows closed
      * for bonus or cost allocation is still merged, but is flagged
      * on the log as owing a true-up, since payroll or the GL has
      * already been given that month without it.
      * Before anything is merged the extract is screened: a figure
      * that passes the edits but sits beyond the screen limits - off
      * the operator's own earlier months, off the team median for
      * the month, or with the whole team's calls out of line with
      * its history - is written to the held-items file & the log
      * instead of being merged. A supervisor signs each held item
      * off through A7-HeldRelease, & whatever was released since the
      * last run is merged by this one without being screened again.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the run-control parameter card shared across the stream -
      * this program takes the fiscal year the period-close file is
      * read for
           select parm-file
               assign to '../../../data/A7-RunParms.dat'
               organization is line sequential
               file status  is ws-parm-status.
      *
      *the period-close control file - optional, with no file on
      * hand no month is closed
           select optional period-close-file
               assign to '../../../data/A7-PeriodClose.dat'
               organization is line sequential
               file status  is ws-close-status.
      *
      *the anomaly screen limits - one line, maintained by operations
      * like the tier file; optional, with no usable line the limits
      * built in below are screened against
           select optional limits-file
               assign to '../../../data/A7-ScreenLimits.dat'
               organization is line sequential
               file status  is ws-limits-status.
      *
      *the running snapshot being merged into - optional, since the
      * first month of a fiscal year starts from an empty one
           select optional emp-in-file
               assign to '../../../data/A7-MonthlyExtract.dat'
               organization is line sequential.
      *
      *the merged snapshot - promoted over A7.dat after the run
           select emp-out-file
               assign to '../../../data/A7-New.dat'
               organization is line sequential.
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
      *
      *the held-items file - figures the screen would not merge, kept
      * until a supervisor signs them off through A7-HeldRelease;
      * optional so the first intake run creates it
           select optional held-file
               assign to '../../../data/A7-HeldItems.dat'
               organization is indexed
               access is dynamic
               record key is hld-key
               file status  is ws-held-status.
      *
           select report-file
               assign to '../../../data/A7-MonthlyIntake.out'
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
       fd period-close-file
           data record is pcl-rec
           record contains 20 characters.
      *
           copy PERCLOSE.
      *
       fd limits-file
           data record is lim-rec
           record contains 30 characters.
      *
      *a limit of zero switches that test off
       01 lim-rec.
      *own-history tests - earlier months with calls needed before
      * they are applied, then the allowed move in calls & aht (whole
      * percent of the operator's average) & sla (points)
           05 lim-own-months           pic 9(2).
           05 lim-own-calls-pct        pic 9(3).
           05 lim-own-aht-pct          pic 9(3).
           05 lim-own-sla-pts          pic 9(3).
      *team-median tests - operators in the team-month needed before
      * they are applied, then the allowed move off the median
           05 lim-team-size            pic 9(2).
           05 lim-team-calls-pct       pic 9(3).
           05 lim-team-aht-pct         pic 9(3).
           05 lim-team-sla-pts         pic 9(3).
      *the team's calls for the month against its earlier monthly
      * average, whole percent
           05 lim-queue-pct            pic 9(3).
           05 filler                   pic x(5).
      *
       fd emp-in-file
           data record is emp-rec
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd held-file
           data record is hld-rec
           record contains 120 characters.
      *
           copy HELDREC.
      *
       fd report-file
           data record is report-line
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
           05 ws-emp-in-status       pic xx    value spaces.
               88 ws-emp-in-ok                 value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-close-status        pic xx    value spaces.
               88 ws-close-ok                  value '00'.
           05 ws-limits-status       pic xx    value spaces.
               88 ws-limits-ok                 value '00'.
           05 ws-held-status         pic xx    value spaces.
               88 ws-held-ok                   value '00'.
               88 ws-held-opened               value '00' '05'.
               88 ws-held-dup-key              value '22'.
      *
      *fiscal year parameter, from the run parameter card - the
      * starting calendar year of the july-june fiscal year being
      * loaded
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
       01 ws-today-date                pic 9(6) value 0.
      *
      *the screen limits in force - the limits file's line when it
      * has a usable one, otherwise these built-in values
       01 ws-limits-control.
           05 ws-limits-read-flag    pic x     value 'n'.
               88 ws-limits-read               value 'y'.
           05 ws-limits-source-flag  pic x     value 'd'.
               88 ws-limits-from-file          value 'f'.
       01 ws-screen-limits.
           05 ws-lim-own-months        pic 9(2) value 3.
           05 ws-lim-own-calls-pct     pic 9(3) value 50.
           05 ws-lim-own-aht-pct       pic 9(3) value 50.
           05 ws-lim-own-sla-pts       pic 9(3) value 25.
           05 ws-lim-team-size         pic 9(2) value 3.
           05 ws-lim-team-calls-pct    pic 9(3) value 60.
           05 ws-lim-team-aht-pct      pic 9(3) value 60.
           05 ws-lim-team-sla-pts      pic 9(3) value 30.
           05 ws-lim-queue-pct         pic 9(3) value 40.
      *
      *the team-months the extract carries, by team (code + 1) &
      * fiscal month - the team's calls in each month on A7.dat & in
      * the extract, its extract operators, the medians of their
      * figures & whether the team as a whole is out of line
       01 ws-team-month-control.
           05 ws-tm-team-idx         pic 99    value 0.
           05 ws-tm-month-idx        pic 99    value 0.
           05 ws-tm-hist-months      pic 99    value 0.
           05 ws-tm-hist-sum         pic 9(7)  value 0.
       01 ws-team-month-table.
           05 ws-tm-team               occurs 10.
               10 ws-tm-month          occurs 12.
                   15 ws-tm-count      pic 9(4) value 0.
                   15 ws-tm-ext-calls  pic 9(7) value 0.
                   15 ws-tm-hist-calls pic 9(7) value 0.
                   15 ws-tm-med-calls  pic 9(3) value 0.
                   15 ws-tm-med-aht    pic 9(3) value 0.
                   15 ws-tm-med-sla    pic 9(3) value 0.
                   15 ws-tm-queue-flag pic x    value 'n'.
                       88 ws-tm-queue-out      value 'y'.
      *
      *one team-month's figures for a single measure, sorted into
      * order so the median can be read off the middle
       01 ws-median-control.
           05 ws-med-measure         pic x     value space.
               88 ws-med-calls                 value 'c'.
               88 ws-med-aht                   value 'a'.
               88 ws-med-sla                   value 's'.
           05 ws-med-count           pic 9(4)  value 0.
           05 ws-med-ctr             pic 9(4)  value 0.
           05 ws-med-scan-ctr        pic 9(4)  value 0.
           05 ws-med-next            pic 9(4)  value 0.
           05 ws-med-mid             pic 9(4)  value 0.
           05 ws-med-hold            pic 9(3)  value 0.
           05 ws-med-result          pic 9(3)  value 0.
           05 ws-med-slot-flag       pic x     value 'n'.
               88 ws-med-slot-found            value 'y'.
       01 ws-median-table.
           05 ws-med-value             pic 9(3) occurs 2000.
      *
      *one screen test - the new figure, what it is measured against
      * & the allowed move, in points or whole percent of the base
       01 ws-screen-fields.
           05 ws-scr-new               pic 9(7)  value 0.
           05 ws-scr-base              pic 9(7)  value 0.
           05 ws-scr-diff              pic s9(7) value 0.
           05 ws-scr-pct               pic 9(9)  value 0.
           05 ws-scr-limit             pic 9(3)  value 0.
           05 ws-scr-points-flag       pic x     value 'n'.
               88 ws-scr-in-points             value 'y'.
           05 ws-scr-out-flag          pic x     value 'n'.
               88 ws-scr-out-of-line           value 'y'.
           05 ws-own-sum-calls         pic 9(5)  value 0.
           05 ws-own-sum-aht           pic 9(5)  value 0.
           05 ws-own-sum-sla           pic 9(5)  value 0.
           05 ws-own-month             pic 99    value 0.
      *
      *the held-items file is read along for released items
       01 ws-held-control.
           05 ws-held-scan-flag      pic x     value 'n'.
               88 ws-held-scan-done            value 'y'.
           05 ws-released-found-flag pic x     value 'n'.
               88 ws-released-found            value 'y'.
      *
      *the fiscal year's months as the period-close file has them,
      * indexed by fiscal month
       01 ws-close-table.
           05 ws-close-entry           occurs 12.
               10 ws-close-bonus-flag  pic x    value 'n'.
                   88 ws-close-bonus           value 'y'.
               10 ws-close-alloc-flag  pic x    value 'n'.
                   88 ws-close-alloc           value 'y'.
       01 ws-close-month               pic 99   value 0.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      * a double-fed line for a brand-new operator cannot create the
      * operator's record twice
           05 ws-ext-dup-ctr         pic 9(4)  value 0.
      *the entry that created a brand-new operator's record, while
      * any further months for the operator are slotted in behind it
           05 ws-ext-first-ctr       pic 9(4)  value 0.
      *
       01 ws-extract-table.
           05 ws-ext-entry             occurs 2000.
               10 ws-ext-tbl-sla       pic 9(3).
               10 ws-ext-tbl-applied   pic x.
                   88 ws-ext-tbl-is-applied   value 'y'.
      *e = off this month's extract, r = a held item released by a
      * supervisor since the last run
               10 ws-ext-tbl-source    pic x.
                   88 ws-ext-tbl-from-extract value 'e'.
                   88 ws-ext-tbl-released     value 'r'.
      *n = not screened - a released item, or a month the merge will
      * turn away as already loaded anyway
               10 ws-ext-tbl-screen    pic x.
                   88 ws-ext-tbl-to-screen    value 'y'.
               10 ws-ext-tbl-held      pic x.
                   88 ws-ext-tbl-is-held      value 'y'.
               10 ws-ext-tbl-team-flag pic x.
                   88 ws-ext-tbl-team-known   value 'y'.
               10 ws-ext-tbl-team      pic 9.
      *the operator's average over the earlier months on A7.dat
               10 ws-ext-tbl-own-months pic 99.
               10 ws-ext-tbl-own-calls pic 9(3).
               10 ws-ext-tbl-own-aht   pic 9(3).
               10 ws-ext-tbl-own-sla   pic 9(3).
      *
      *operator master lookup table, loaded the same way
      * A7-CallCenterOpReport loads it, for naming new operators
           05 ws-applied-count         pic 9(5) value 0.
           05 ws-created-count         pic 9(5) value 0.
           05 ws-reject-count          pic 9(5) value 0.
           05 ws-closed-count          pic 9(5) value 0.
           05 ws-held-count            pic 9(5) value 0.
           05 ws-released-count        pic 9(5) value 0.
           05 ws-released-other-count  pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
           05 filler                   pic x(4) value 'sla '.
           05 ws-apply-sla             pic zz9.
           05 filler                   pic x(79) value spaces.
      *
      *the closed-month line under a late load
       01 ws-closed-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(29)
               value 'late load into month closed '.
           05 filler                   pic x(4) value 'for '.
           05 ws-closed-what           pic x(16).
           05 filler                   pic x(16)
               value ' - true-up due'.
           05 filler                   pic x(63) value spaces.
      *
       01 ws-reject-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'rejected: '.
           05 ws-reject-reason         pic x(40).
           05 filler                   pic x(78) value spaces.
      *
      *the screen limits echoed under the headings
       01 ws-limits-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(24)
               value 'screen limits in force, '.
           05 ws-limits-source         pic x(36).
           05 filler                   pic x(70) value spaces.
      *
       01 ws-limits-own-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(20)
               value 'own history, min of '.
           05 ws-lim-echo-months       pic z9.
           05 filler                   pic x(14)
               value ' months: calls'.
           05 ws-lim-echo-own-calls    pic zz9.
           05 filler                   pic x(6) value '%  aht'.
           05 ws-lim-echo-own-aht      pic zz9.
           05 filler                   pic x(6) value '%  sla'.
           05 ws-lim-echo-own-sla      pic zz9.
           05 filler                   pic x(4) value ' pts'.
           05 filler                   pic x(67) value spaces.
      *
       01 ws-limits-team-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(20)
               value 'team median, min of '.
           05 ws-lim-echo-team-size    pic z9.
           05 filler                   pic x(14)
               value ' opers:  calls'.
           05 ws-lim-echo-team-calls   pic zz9.
           05 filler                   pic x(6) value '%  aht'.
           05 ws-lim-echo-team-aht     pic zz9.
           05 filler                   pic x(6) value '%  sla'.
           05 ws-lim-echo-team-sla     pic zz9.
           05 filler                   pic x(4) value ' pts'.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(25)
               value 'team calls vs history:   '.
           05 ws-lim-echo-queue        pic zz9.
           05 filler                   pic x(1) value '%'.
           05 filler                   pic x(34) value spaces.
      *
      *the held line & what the figures were measured against, under
      * a held entry's log line
       01 ws-held-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'held:     '.
           05 ws-held-reason           pic x(30).
           05 filler                   pic x(88) value spaces.
      *
       01 ws-held-basis-line.
           05 filler                   pic x(14) value spaces.
           05 filler                   pic x(9) value 'own avg  '.
           05 ws-held-own-months       pic z9.
           05 filler                   pic x(13)
               value ' mths  calls '.
           05 ws-held-own-calls        pic zz9.
           05 filler                   pic x(5) value ' aht '.
           05 ws-held-own-aht          pic zz9.
           05 filler                   pic x(5) value ' sla '.
           05 ws-held-own-sla          pic zz9.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(19)
               value 'team median: calls '.
           05 ws-held-med-calls        pic zz9.
           05 filler                   pic x(5) value ' aht '.
           05 ws-held-med-aht          pic zz9.
           05 filler                   pic x(5) value ' sla '.
           05 ws-held-med-sla          pic zz9.
           05 filler                   pic x(33) value spaces.
      *
       01 ws-extract-load-overflow.
           05 filler                   pic x(2) value spaces.
               value 'extract records rejected: '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'late loads, closed months:'.
           05 ws-total-closed          pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line7.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'held for sign-off:        '.
           05 ws-total-held            pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line8.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'released items picked up: '.
           05 ws-total-released        pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line9.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'released, other fisc year:'.
           05 ws-total-released-other  pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *read & edit the run parameter card before anything else
           perform 040-read-parameters.
      *
      *which of the year's months are closed for bonus or allocation
           perform 070-read-period-close.
      *
      *pick up the operator master, if one has been built, so a new
      * operator can be created with its proper name & team
           perform 085-read-master-file.
      *
      *the limits the extract is screened against
           perform 090-read-screen-limits.
      *
      *open files
           open input  extract-file,
                i-o    held-file,
                output emp-out-file,
                output report-file.
      *
      *without the held-items file nothing out of line could be held
      * back, so nothing is merged at all
           if not ws-held-opened
               display 'A7-MonthlyIntake: held-items file '
                       'cannot be opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
           accept ws-today-date from date.
      *
      *output first headings
           perform 100-print-headings.
      *load the month's extract into the matching table
           perform 150-load-extract-table.
      *
      *then the held items supervisors have released since last run
           perform 175-load-released-items.
      *
      *screen the extract against the operators' own history & the
      * team medians, holding back whatever is out of line
           perform 180-screen-extract.
      *
      *pass over the running snapshot, merging the month in
           open input emp-in-file.
           perform 200-read-input-file.
      *
           perform 300-process-records
      *close files
           close emp-in-file
                 extract-file
                 held-file
                 emp-out-file
                 report-file.
      *
           stop run.
      *
       040-read-parameters.
      *reads & edits the run parameter card - this program takes the
      * fiscal year; a bad or missing card stops the run with return
      * code 16 & a console message
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
               display 'A7-MonthlyIntake: run parameter card '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-MonthlyIntake: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           move parm-fiscal-year       to ws-param-fiscal-year.
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
               move 'y'                to ws-master-loaded-flag
               close master-file
           end-if.
      *
       090-read-screen-limits.
      *takes the screen limits off the limits file's line when every
      * figure on it is numeric - otherwise the built-in limits stand,
      * & the log says which were used
           open input limits-file.
           if ws-limits-ok
               read limits-file
                   at end move 'n'      to ws-limits-read-flag
                   not at end move 'y'  to ws-limits-read-flag
               end-read
               close limits-file
           end-if.
      *
           if ws-limits-read
             and lim-own-months numeric
             and lim-own-calls-pct numeric
             and lim-own-aht-pct numeric
             and lim-own-sla-pts numeric
             and lim-team-size numeric
             and lim-team-calls-pct numeric
             and lim-team-aht-pct numeric
             and lim-team-sla-pts numeric
             and lim-queue-pct numeric
               move 'f'                to ws-limits-source-flag
               move lim-own-months     to ws-lim-own-months
               move lim-own-calls-pct  to ws-lim-own-calls-pct
               move lim-own-aht-pct    to ws-lim-own-aht-pct
               move lim-own-sla-pts    to ws-lim-own-sla-pts
               move lim-team-size      to ws-lim-team-size
               move lim-team-calls-pct to ws-lim-team-calls-pct
               move lim-team-aht-pct   to ws-lim-team-aht-pct
               move lim-team-sla-pts   to ws-lim-team-sla-pts
               move lim-queue-pct      to ws-lim-queue-pct
           end-if.
      *
       100-print-headings.
      *
               write report-line from ws-master-load-overflow
                   after advancing 1 lines
           end-if.
      *
      *echo the screen limits the extract is held against
           if ws-limits-from-file
               move 'from the limits file'
                                       to ws-limits-source
           else
               move 'built-in (no usable limits file)'
                                       to ws-limits-source
           end-if.
           move ws-lim-own-months      to ws-lim-echo-months.
           move ws-lim-own-calls-pct   to ws-lim-echo-own-calls.
           move ws-lim-own-aht-pct     to ws-lim-echo-own-aht.
           move ws-lim-own-sla-pts     to ws-lim-echo-own-sla.
           move ws-lim-team-size       to ws-lim-echo-team-size.
           move ws-lim-team-calls-pct  to ws-lim-echo-team-calls.
           move ws-lim-team-aht-pct    to ws-lim-echo-team-aht.
           move ws-lim-team-sla-pts    to ws-lim-echo-team-sla.
           move ws-lim-queue-pct       to ws-lim-echo-queue.
           write report-line from ws-limits-heading
               after advancing 2 lines.
           write report-line from ws-limits-own-line
               after advancing 1 lines.
           write report-line from ws-limits-team-line
               after advancing 1 lines.
      *
       150-load-extract-table.
      *loads the month's extract into ws-extract-table, editing each
                                 to ws-ext-tbl-sla(ws-ext-count)
                               move 'n'
                                 to ws-ext-tbl-applied(ws-ext-count)
                               perform 155-clear-screen-fields
                               move 'e'
                                 to ws-ext-tbl-source(ws-ext-count)
                               move 'y'
                                 to ws-ext-tbl-screen(ws-ext-count)
                           end-if
                       else
                           perform 170-log-extract-reject
               end-read
           end-perform.
      *
       155-clear-screen-fields.
      *a new table entry starts unscreened, unheld & with no history
           move 'n'                    to ws-ext-tbl-screen
                                           (ws-ext-count).
           move 'n'                    to ws-ext-tbl-held(ws-ext-count).
           move 'n'                    to ws-ext-tbl-team-flag
                                           (ws-ext-count).
           move 0                      to ws-ext-tbl-team(ws-ext-count).
           move 0                      to ws-ext-tbl-own-months
                                           (ws-ext-count).
           move 0                      to ws-ext-tbl-own-calls
                                           (ws-ext-count).
           move 0                      to ws-ext-tbl-own-aht
                                           (ws-ext-count).
           move 0                      to ws-ext-tbl-own-sla
                                           (ws-ext-count).
      *
       160-edit-extract-record.
      *edits one incoming extract record - the same garbled-extract
           move ws-ext-reason          to ws-reject-reason.
           write report-line from ws-reject-line
               after advancing 1 lines.
      *
       175-load-released-items.
      *adds every held item a supervisor has released for the card's
      * fiscal year to the matching table behind the extract - it was
      * signed off, so it goes to the merge without being screened
      * again; a release for another fiscal year is only counted
           move low-values             to hld-key.
           move 'n'                    to ws-held-scan-flag.
           start held-file key is not less than hld-key
               invalid key move 'y'    to ws-held-scan-flag
           end-start.
           perform until ws-held-scan-done
               read held-file next record
                   at end move 'y'      to ws-held-scan-flag
                   not at end
                       if hld-released
                           perform 177-store-released-item
                       end-if
               end-read
           end-perform.
      *
           if ws-ext-true-count > 2000
               compute ws-ext-load-over-cnt =
                   ws-ext-true-count - 2000
               write report-line from ws-extract-load-overflow
                   after advancing 1 lines
           end-if.
      *
       177-store-released-item.
           if hld-fy not = ws-param-fiscal-year
               add 1                   to ws-released-other-count
           else
               add 1                   to ws-ext-true-count
               if ws-ext-count < 2000
                   add 1               to ws-ext-count
                   add 1               to ws-released-count
                   move hld-num        to ws-ext-tbl-num(ws-ext-count)
                   move hld-month
                     to ws-ext-tbl-month(ws-ext-count)
                   move hld-calls
                     to ws-ext-tbl-calls(ws-ext-count)
                   move hld-aht        to ws-ext-tbl-aht(ws-ext-count)
                   move hld-sla        to ws-ext-tbl-sla(ws-ext-count)
                   move 'n'
                     to ws-ext-tbl-applied(ws-ext-count)
                   perform 155-clear-screen-fields
                   move 'r'
                     to ws-ext-tbl-source(ws-ext-count)
               end-if
           end-if.
      *
       178-turn-away-refeed.
      *an extract line for a month a supervisor has already released
      * is a re-feed of a figure that has been signed off - the
      * released figure is the one merged, the extract line is
      * turned away
           move 'n'                    to ws-released-found-flag.
           perform varying ws-ext-dup-ctr from 1 by 1
             until ws-ext-dup-ctr > ws-ext-count
               if ws-ext-tbl-released(ws-ext-dup-ctr)
                 and ws-ext-tbl-num(ws-ext-dup-ctr)
                     = ws-ext-tbl-num(ws-ext-ctr)
                 and ws-ext-tbl-month(ws-ext-dup-ctr)
                     = ws-ext-tbl-month(ws-ext-ctr)
                   move 'y'            to ws-released-found-flag
               end-if
           end-perform.
      *
           if ws-released-found
               move 'n'                to ws-ext-tbl-screen(ws-ext-ctr)
               move 'y'                to ws-ext-tbl-applied
                                           (ws-ext-ctr)
               add 1                   to ws-reject-count
               move 'rejected '        to ws-apply-action
               perform 330-log-apply-line
               move 'month already released from held items'
                                       to ws-reject-reason
               write report-line from ws-reject-line
                   after advancing 1 lines
           end-if.
      *
       180-screen-extract.
      *one pass over A7.dat gathers each extract operator's own
      * earlier months & every team's monthly calls, the master names
      * the team of an operator A7.dat has never seen, then each
      * team-month's medians are found & every extract entry is
      * tried against the limits - anything out of line is held
           if ws-released-count > 0
               perform varying ws-ext-ctr from 1 by 1
                 until ws-ext-ctr > ws-ext-count
                   if ws-ext-tbl-from-extract(ws-ext-ctr)
                       perform 178-turn-away-refeed
                   end-if
               end-perform
           end-if.
      *
           if ws-ext-count > 0
               open input emp-in-file
               perform 200-read-input-file
               perform 182-gather-history
                   until ws-end-of-file
               close emp-in-file
               move 'n'                to ws-eof-flag
      *
               perform varying ws-ext-ctr from 1 by 1
                 until ws-ext-ctr > ws-ext-count
                   if ws-ext-tbl-to-screen(ws-ext-ctr)
                     and not ws-ext-tbl-team-known(ws-ext-ctr)
                       perform 184-find-master-team
                   end-if
               end-perform
      *
               perform 186-figure-team-months
      *
               perform varying ws-ext-ctr from 1 by 1
                 until ws-ext-ctr > ws-ext-count
                   if ws-ext-tbl-to-screen(ws-ext-ctr)
                       perform 190-screen-entry
                   end-if
               end-perform
           end-if.
      *
       182-gather-history.
      *adds one snapshot record's calls into its team's monthly
      * totals, & works out its own history for each of its entries
           if emp-rec-loaded-thru numeric
               move emp-rec-loaded-thru to ws-rec-loaded-thru
           else
               move 0                  to ws-rec-loaded-thru
           end-if.
      *
           if emp-rec-team numeric
               compute ws-tm-team-idx = emp-rec-team + 1
               perform varying ws-ctr from 1 by 1
                 until ws-ctr > ws-number-of-months
                   if emp-rec-calls(ws-ctr) numeric
                       add emp-rec-calls(ws-ctr)
                         to ws-tm-hist-calls(ws-tm-team-idx, ws-ctr)
                   end-if
               end-perform
           end-if.
      *
           perform varying ws-ext-ctr from 1 by 1
             until ws-ext-ctr > ws-ext-count
               if ws-ext-tbl-num(ws-ext-ctr) = emp-rec-num
                 and ws-ext-tbl-from-extract(ws-ext-ctr)
                   perform 183-figure-own-history
               end-if
           end-perform.
      *
      * read next record (if any)
           perform 200-read-input-file.
      *
       183-figure-own-history.
      *the operator's average calls, aht & sla over the months before
      * the one being loaded that carry calls - a month the merge will
      * turn away as already loaded is not screened at all
           if emp-rec-team numeric
               move emp-rec-team       to ws-ext-tbl-team(ws-ext-ctr)
               move 'y'                to ws-ext-tbl-team-flag
                                           (ws-ext-ctr)
           end-if.
      *
           if ws-ext-tbl-month(ws-ext-ctr) <= ws-rec-loaded-thru
               move 'n'                to ws-ext-tbl-screen(ws-ext-ctr)
           else
               if emp-rec-calls(ws-ext-tbl-month(ws-ext-ctr))
                   not numeric
                 or emp-rec-calls(ws-ext-tbl-month(ws-ext-ctr)) > 0
                   move 'n'            to ws-ext-tbl-screen
                                           (ws-ext-ctr)
               end-if
           end-if.
      *
           move 0                      to ws-own-month.
           move 0                      to ws-own-sum-calls.
           move 0                      to ws-own-sum-aht.
           move 0                      to ws-own-sum-sla.
           perform varying ws-ctr from 1 by 1
             until ws-ctr >= ws-ext-tbl-month(ws-ext-ctr)
               if emp-rec-calls(ws-ctr) numeric
                 and emp-rec-aht(ws-ctr) numeric
                 and emp-rec-sla(ws-ctr) numeric
                 and emp-rec-calls(ws-ctr) > 0
                   add 1               to ws-own-month
                   add emp-rec-calls(ws-ctr) to ws-own-sum-calls
                   add emp-rec-aht(ws-ctr)   to ws-own-sum-aht
                   add emp-rec-sla(ws-ctr)   to ws-own-sum-sla
               end-if
           end-perform.
      *
           move ws-own-month           to ws-ext-tbl-own-months
                                           (ws-ext-ctr).
           if ws-own-month > 0
               compute ws-ext-tbl-own-calls(ws-ext-ctr) rounded =
                   ws-own-sum-calls / ws-own-month
               compute ws-ext-tbl-own-aht(ws-ext-ctr) rounded =
                   ws-own-sum-aht / ws-own-month
               compute ws-ext-tbl-own-sla(ws-ext-ctr) rounded =
                   ws-own-sum-sla / ws-own-month
           end-if.
      *
       184-find-master-team.
      *an operator A7.dat has never seen takes its team off the
      * master - with no master record it can only be screened on its
      * own figures, & the merge will turn it away anyway
           move 'n'                    to ws-master-found-flag.
           if ws-master-loaded
               perform varying ws-master-srch-ctr from 1 by 1
                 until ws-master-srch-ctr > ws-master-count
                   or ws-master-found
                   if ws-master-tbl-num(ws-master-srch-ctr)
                       = ws-ext-tbl-num(ws-ext-ctr)
                       move 'y'        to ws-master-found-flag
                       move ws-master-tbl-team(ws-master-srch-ctr)
                                       to ws-ext-tbl-team(ws-ext-ctr)
                       move 'y'        to ws-ext-tbl-team-flag
                                           (ws-ext-ctr)
                   end-if
               end-perform
           end-if.
      *
       186-figure-team-months.
      *counts each team-month's extract operators & calls, then finds
      * the medians where there are enough operators to make one &
      * tries the team's calls against its own earlier months
           perform varying ws-ext-ctr from 1 by 1
             until ws-ext-ctr > ws-ext-count
               if ws-ext-tbl-to-screen(ws-ext-ctr)
                 and ws-ext-tbl-team-known(ws-ext-ctr)
                   compute ws-tm-team-idx =
                       ws-ext-tbl-team(ws-ext-ctr) + 1
                   move ws-ext-tbl-month(ws-ext-ctr)
                                       to ws-tm-month-idx
                   add 1 to ws-tm-count(ws-tm-team-idx,
                                        ws-tm-month-idx)
                   add ws-ext-tbl-calls(ws-ext-ctr)
                     to ws-tm-ext-calls(ws-tm-team-idx,
                                        ws-tm-month-idx)
               end-if
           end-perform.
      *
           perform varying ws-tm-team-idx from 1 by 1
             until ws-tm-team-idx > 10
               perform varying ws-tm-month-idx from 1 by 1
                 until ws-tm-month-idx > ws-number-of-months
                   if ws-tm-count(ws-tm-team-idx, ws-tm-month-idx)
                       > 0
                       perform 187-figure-team-month
                   end-if
               end-perform
           end-perform.
      *
       187-figure-team-month.
           if ws-lim-team-size > 0
             and ws-tm-count(ws-tm-team-idx, ws-tm-month-idx)
                 >= ws-lim-team-size
               move 'c'                to ws-med-measure
               perform 188-figure-median
               move ws-med-result
                 to ws-tm-med-calls(ws-tm-team-idx, ws-tm-month-idx)
               move 'a'                to ws-med-measure
               perform 188-figure-median
               move ws-med-result
                 to ws-tm-med-aht(ws-tm-team-idx, ws-tm-month-idx)
               move 's'                to ws-med-measure
               perform 188-figure-median
               move ws-med-result
                 to ws-tm-med-sla(ws-tm-team-idx, ws-tm-month-idx)
           end-if.
      *
      *the team's calls this month against its monthly average over
      * the earlier months it has calls in on A7.dat
           move 0                      to ws-tm-hist-months.
           move 0                      to ws-tm-hist-sum.
           perform varying ws-ctr from 1 by 1
             until ws-ctr >= ws-tm-month-idx
               if ws-tm-hist-calls(ws-tm-team-idx, ws-ctr) > 0
                   add 1               to ws-tm-hist-months
                   add ws-tm-hist-calls(ws-tm-team-idx, ws-ctr)
                                       to ws-tm-hist-sum
               end-if
           end-perform.
      *
           if ws-tm-hist-months > 0
             and ws-tm-hist-months >= ws-lim-own-months
               move ws-tm-ext-calls(ws-tm-team-idx, ws-tm-month-idx)
                                       to ws-scr-new
               compute ws-scr-base rounded =
                   ws-tm-hist-sum / ws-tm-hist-months
               move ws-lim-queue-pct   to ws-scr-limit
               move 'n'                to ws-scr-points-flag
               perform 192-test-deviation
               if ws-scr-out-of-line
                   move 'y'            to ws-tm-queue-flag
                                          (ws-tm-team-idx,
                                           ws-tm-month-idx)
               end-if
           end-if.
      *
       188-figure-median.
      *gathers the team-month's figures for one measure, sorts them
      * into order & takes the middle one - or, with an even number,
      * the average of the middle two
           move 0                      to ws-med-count.
           perform varying ws-med-scan-ctr from 1 by 1
             until ws-med-scan-ctr > ws-ext-count
               if ws-ext-tbl-to-screen(ws-med-scan-ctr)
                 and ws-ext-tbl-team-known(ws-med-scan-ctr)
                 and ws-ext-tbl-team(ws-med-scan-ctr) + 1
                     = ws-tm-team-idx
                 and ws-ext-tbl-month(ws-med-scan-ctr)
                     = ws-tm-month-idx
                   add 1               to ws-med-count
                   evaluate true
                       when ws-med-calls
                           move ws-ext-tbl-calls(ws-med-scan-ctr)
                             to ws-med-value(ws-med-count)
                       when ws-med-aht
                           move ws-ext-tbl-aht(ws-med-scan-ctr)
                             to ws-med-value(ws-med-count)
                       when other
                           move ws-ext-tbl-sla(ws-med-scan-ctr)
                             to ws-med-value(ws-med-count)
                   end-evaluate
               end-if
           end-perform.
      *
           perform varying ws-med-ctr from 2 by 1
             until ws-med-ctr > ws-med-count
               perform 189-insert-median-value
           end-perform.
      *
           divide ws-med-count by 2 giving ws-med-mid.
           if ws-med-mid * 2 = ws-med-count
               compute ws-med-result rounded =
                   (ws-med-value(ws-med-mid)
                    + ws-med-value(ws-med-mid + 1)) / 2
           else
               move ws-med-value(ws-med-mid + 1) to ws-med-result
           end-if.
      *
       189-insert-median-value.
      *slides the figure at ws-med-ctr down past every larger one
      * ahead of it, keeping the figures before it in order
           move ws-med-value(ws-med-ctr) to ws-med-hold.
           compute ws-med-next = ws-med-ctr - 1.
           move 'n'                    to ws-med-slot-flag.
           perform until ws-med-slot-found
               if ws-med-next = 0
                   move 'y'            to ws-med-slot-flag
               else
                   if ws-med-value(ws-med-next) <= ws-med-hold
                       move 'y'        to ws-med-slot-flag
                   else
                       move ws-med-value(ws-med-next)
                         to ws-med-value(ws-med-next + 1)
                       subtract 1      from ws-med-next
                   end-if
               end-if
           end-perform.
           move ws-med-hold            to ws-med-value(ws-med-next + 1).
      *
       190-screen-entry.
      *tries one extract entry against the limits, first failure
      * wins - the team as a whole, then the operator's own history,
      * then the team median; a limit of zero skips its test
           move 'n'                    to ws-scr-out-flag.
           move spaces                 to ws-ext-reason.
      *
           if ws-ext-tbl-team-known(ws-ext-ctr)
               compute ws-tm-team-idx =
                   ws-ext-tbl-team(ws-ext-ctr) + 1
               move ws-ext-tbl-month(ws-ext-ctr) to ws-tm-month-idx
               if ws-tm-queue-out(ws-tm-team-idx, ws-tm-month-idx)
                   move 'y'            to ws-scr-out-flag
                   move 'team calls out of line, history'
                                       to ws-ext-reason
               end-if
           end-if.
      *
           if not ws-scr-out-of-line
             and ws-ext-tbl-own-months(ws-ext-ctr) > 0
             and ws-ext-tbl-own-months(ws-ext-ctr)
                 >= ws-lim-own-months
               perform 191-screen-own-history
           end-if.
      *
           if not ws-scr-out-of-line
             and ws-ext-tbl-team-known(ws-ext-ctr)
             and ws-lim-team-size > 0
               if ws-tm-count(ws-tm-team-idx, ws-tm-month-idx)
                   >= ws-lim-team-size
                   perform 193-screen-team-median
               end-if
           end-if.
      *
           if ws-scr-out-of-line
               perform 194-hold-entry
           end-if.
      *
       191-screen-own-history.
           move ws-ext-tbl-calls(ws-ext-ctr) to ws-scr-new.
           move ws-ext-tbl-own-calls(ws-ext-ctr) to ws-scr-base.
           move ws-lim-own-calls-pct   to ws-scr-limit.
           move 'n'                    to ws-scr-points-flag.
           perform 192-test-deviation.
           if ws-scr-out-of-line
               move 'calls out of line, own history'
                                       to ws-ext-reason
           else
               move ws-ext-tbl-aht(ws-ext-ctr) to ws-scr-new
               move ws-ext-tbl-own-aht(ws-ext-ctr) to ws-scr-base
               move ws-lim-own-aht-pct to ws-scr-limit
               perform 192-test-deviation
               if ws-scr-out-of-line
                   move 'aht out of line, own history'
                                       to ws-ext-reason
               else
                   move ws-ext-tbl-sla(ws-ext-ctr) to ws-scr-new
                   move ws-ext-tbl-own-sla(ws-ext-ctr) to ws-scr-base
                   move ws-lim-own-sla-pts to ws-scr-limit
                   move 'y'            to ws-scr-points-flag
                   perform 192-test-deviation
                   if ws-scr-out-of-line
                       move 'sla out of line, own history'
                                       to ws-ext-reason
                   end-if
               end-if
           end-if.
      *
       192-test-deviation.
      *is ws-scr-new further from ws-scr-base than ws-scr-limit allows
      * - in points, or in whole percent of a base above zero
           move 'n'                    to ws-scr-out-flag.
           compute ws-scr-diff = ws-scr-new - ws-scr-base.
           if ws-scr-diff < 0
               compute ws-scr-diff = 0 - ws-scr-diff
           end-if.
           if ws-scr-limit > 0
               if ws-scr-in-points
                   if ws-scr-diff > ws-scr-limit
                       move 'y'        to ws-scr-out-flag
                   end-if
               else
                   if ws-scr-base > 0
                       compute ws-scr-pct rounded =
                           ws-scr-diff * 100 / ws-scr-base
                       if ws-scr-pct > ws-scr-limit
                           move 'y'    to ws-scr-out-flag
                       end-if
                   end-if
               end-if
           end-if.
      *
       193-screen-team-median.
           move ws-ext-tbl-calls(ws-ext-ctr) to ws-scr-new.
           move ws-tm-med-calls(ws-tm-team-idx, ws-tm-month-idx)
                                       to ws-scr-base.
           move ws-lim-team-calls-pct  to ws-scr-limit.
           move 'n'                    to ws-scr-points-flag.
           perform 192-test-deviation.
           if ws-scr-out-of-line
               move 'calls out of line, team median'
                                       to ws-ext-reason
           else
               move ws-ext-tbl-aht(ws-ext-ctr) to ws-scr-new
               move ws-tm-med-aht(ws-tm-team-idx, ws-tm-month-idx)
                                       to ws-scr-base
               move ws-lim-team-aht-pct to ws-scr-limit
               perform 192-test-deviation
               if ws-scr-out-of-line
                   move 'aht out of line, team median'
                                       to ws-ext-reason
               else
                   move ws-ext-tbl-sla(ws-ext-ctr) to ws-scr-new
                   move ws-tm-med-sla(ws-tm-team-idx, ws-tm-month-idx)
                                       to ws-scr-base
                   move ws-lim-team-sla-pts to ws-scr-limit
                   move 'y'            to ws-scr-points-flag
                   perform 192-test-deviation
                   if ws-scr-out-of-line
                       move 'sla out of line, team median'
                                       to ws-ext-reason
                   end-if
               end-if
           end-if.
      *
       194-hold-entry.
      *writes the entry to the held-items file in place of merging it
      * & lists it with what it was measured against - a figure still
      * held from an earlier run is replaced by the new one
           move 'y'                    to ws-ext-tbl-held(ws-ext-ctr).
           move 'y'                    to ws-ext-tbl-applied
                                           (ws-ext-ctr).
           add 1                       to ws-held-count.
      *
           move spaces                 to hld-rec.
           move ws-ext-tbl-num(ws-ext-ctr)   to hld-num.
           move ws-param-fiscal-year         to hld-fy.
           move ws-ext-tbl-month(ws-ext-ctr) to hld-month.
           move ws-ext-tbl-team(ws-ext-ctr)  to hld-team.
           move ws-ext-tbl-calls(ws-ext-ctr) to hld-calls
                                                hld-orig-calls.
           move ws-ext-tbl-aht(ws-ext-ctr)   to hld-aht
                                                hld-orig-aht.
           move ws-ext-tbl-sla(ws-ext-ctr)   to hld-sla
                                                hld-orig-sla.
           move ws-ext-tbl-own-months(ws-ext-ctr) to hld-own-months.
           move ws-ext-tbl-own-calls(ws-ext-ctr)  to hld-own-calls.
           move ws-ext-tbl-own-aht(ws-ext-ctr)    to hld-own-aht.
           move ws-ext-tbl-own-sla(ws-ext-ctr)    to hld-own-sla.
           move 0                      to hld-med-calls.
           move 0                      to hld-med-aht.
           move 0                      to hld-med-sla.
           if ws-ext-tbl-team-known(ws-ext-ctr)
               move ws-tm-med-calls(ws-tm-team-idx, ws-tm-month-idx)
                                       to hld-med-calls
               move ws-tm-med-aht(ws-tm-team-idx, ws-tm-month-idx)
                                       to hld-med-aht
               move ws-tm-med-sla(ws-tm-team-idx, ws-tm-month-idx)
                                       to hld-med-sla
           end-if.
           move ws-ext-reason          to hld-screen-reason.
           move 'h'                    to hld-status.
           move ws-today-date          to hld-held-date.
           move 0                      to hld-rel-date.
           move 0                      to hld-merged-date.
           write hld-rec.
           if ws-held-dup-key
               rewrite hld-rec
           end-if.
      *
           move 'held     '            to ws-apply-action.
           perform 330-log-apply-line.
           move hld-screen-reason      to ws-held-reason.
           write report-line from ws-held-line
               after advancing 1 lines.
           move hld-own-months         to ws-held-own-months.
           move hld-own-calls          to ws-held-own-calls.
           move hld-own-aht            to ws-held-own-aht.
           move hld-own-sla            to ws-held-own-sla.
           move hld-med-calls          to ws-held-med-calls.
           move hld-med-aht            to ws-held-med-aht.
           move hld-med-sla            to ws-held-med-sla.
           write report-line from ws-held-basis-line
               after advancing 1 lines.
      *
       200-read-input-file.
      *reads a line from the running snapshot & stores it in emp-rec
       310-apply-extract-entry.
      *slots one extract entry's figures into this operator's occurs
      * buckets - unless that month has already been loaded, which is
      * exactly the double-feed this guard exists to turn away; a
      * released held item fills the gap it left behind later months,
      * so only the bucket itself is checked for it
           move 'y'                    to ws-ext-valid-flag.
           move spaces                 to ws-ext-reason.
      *
           if ws-ext-tbl-month(ws-ext-ctr) <= ws-rec-loaded-thru
             and not ws-ext-tbl-released(ws-ext-ctr)
               move 'n'                to ws-ext-valid-flag
               move 'month already loaded for operator'
                                       to ws-ext-reason
                                       to emp-rec-loaded-thru
               end-if
               add 1                   to ws-applied-count
               perform 320-set-apply-action
               perform 330-log-apply-line
               perform 340-note-closed-month
           else
               add 1                   to ws-reject-count
               move 'rejected '        to ws-apply-action
               write report-line from ws-reject-line
                   after advancing 1 lines
           end-if.
      *
           if ws-ext-tbl-released(ws-ext-ctr)
               perform 370-mark-held-item
           end-if.
      *
      *applied or rejected, this entry has had its chance - it must
      * not also come out the back as a brand-new operator
           move 'y'                    to ws-ext-tbl-applied(
               ws-ext-ctr).
      *
       320-set-apply-action.
           if ws-ext-tbl-released(ws-ext-ctr)
               move 'released '        to ws-apply-action
           else
               move 'applied  '        to ws-apply-action
           end-if.
      *
       330-log-apply-line.
           move ws-ext-tbl-num(ws-ext-ctr)   to ws-apply-num.
           move ws-ext-tbl-sla(ws-ext-ctr)   to ws-apply-sla.
           write report-line from ws-apply-line
               after advancing 2 lines.
      *
       340-note-closed-month.
      *a month merged after it was closed for bonus or allocation is
      * called out under its log line, so the true-up run picks up
      * what payroll & the GL were given without it
           move ws-ext-tbl-month(ws-ext-ctr) to ws-close-month.
           if ws-close-bonus(ws-close-month)
             or ws-close-alloc(ws-close-month)
               add 1                   to ws-closed-count
               evaluate true
                   when ws-close-bonus(ws-close-month)
                     and ws-close-alloc(ws-close-month)
                       move 'bonus+allocation' to ws-closed-what
                   when ws-close-bonus(ws-close-month)
                       move 'bonus'    to ws-closed-what
                   when other
                       move 'cost allocation' to ws-closed-what
               end-evaluate
               write report-line from ws-closed-line
                   after advancing 1 lines
           end-if.
      *
       350-create-new-operators.
      *extract entries still unapplied after the snapshot pass belong
             until ws-ext-dup-ctr >= ws-ext-ctr
               if ws-ext-tbl-num(ws-ext-dup-ctr)
                   = ws-ext-tbl-num(ws-ext-ctr)
                 and not ws-ext-tbl-is-held(ws-ext-dup-ctr)
                   move 'n'            to ws-ext-valid-flag
                   move 'duplicate extract for new operator'
                                       to ws-ext-reason
                 to emp-rec-sla(ws-ext-tbl-month(ws-ext-ctr))
               move ws-ext-tbl-month(ws-ext-ctr)
                                       to emp-rec-loaded-thru
               add 1                   to ws-created-count
               move 'created  '        to ws-apply-action
               perform 330-log-apply-line
               perform 340-note-closed-month
               if ws-ext-tbl-released(ws-ext-ctr)
                   perform 370-mark-held-item
               end-if
      *
      *a released held month & the month after it can both arrive
      * for an operator A7.dat has still never seen - the later
      * entries go into the same new record before it is written
               move ws-ext-ctr         to ws-ext-first-ctr
               perform varying ws-ext-ctr from ws-ext-first-ctr by 1
                 until ws-ext-ctr > ws-ext-count
                   if ws-ext-ctr > ws-ext-first-ctr
                     and ws-ext-tbl-num(ws-ext-ctr)
                         = ws-ext-tbl-num(ws-ext-first-ctr)
                     and not ws-ext-tbl-is-applied(ws-ext-ctr)
                       perform 365-add-further-month
                   end-if
               end-perform
               move ws-ext-first-ctr   to ws-ext-ctr
               write emp-out-rec from emp-rec
               add 1                   to ws-out-count
           else
               add 1                   to ws-reject-count
               move 'rejected '        to ws-apply-action
               move ws-ext-reason      to ws-reject-reason
               write report-line from ws-reject-line
                   after advancing 1 lines
               if ws-ext-tbl-released(ws-ext-ctr)
                   perform 370-mark-held-item
               end-if
           end-if.
      *
       365-add-further-month.
      *slots a further month into the new operator's record - the
      * created month again, or one already carrying calls, is the
      * same double feed turned away everywhere else
           move 'y'                    to ws-ext-valid-flag.
           move spaces                 to ws-ext-reason.
           if ws-ext-tbl-month(ws-ext-ctr)
               = ws-ext-tbl-month(ws-ext-first-ctr)
             or emp-rec-calls(ws-ext-tbl-month(ws-ext-ctr)) > 0
               move 'n'                to ws-ext-valid-flag
               move 'duplicate extract for new operator'
                                       to ws-ext-reason
           end-if.
      *
           if ws-ext-valid
               move ws-ext-tbl-calls(ws-ext-ctr)
                 to emp-rec-calls(ws-ext-tbl-month(ws-ext-ctr))
               move ws-ext-tbl-aht(ws-ext-ctr)
                 to emp-rec-aht(ws-ext-tbl-month(ws-ext-ctr))
               move ws-ext-tbl-sla(ws-ext-ctr)
                 to emp-rec-sla(ws-ext-tbl-month(ws-ext-ctr))
               if ws-ext-tbl-month(ws-ext-ctr) > emp-rec-loaded-thru
                   move ws-ext-tbl-month(ws-ext-ctr)
                                       to emp-rec-loaded-thru
               end-if
               add 1                   to ws-applied-count
               perform 320-set-apply-action
               perform 330-log-apply-line
               perform 340-note-closed-month
           else
               add 1                   to ws-reject-count
               move 'rejected '        to ws-apply-action
               perform 330-log-apply-line
               move ws-ext-reason      to ws-reject-reason
               write report-line from ws-reject-line
                   after advancing 1 lines
           end-if.
      *
           if ws-ext-tbl-released(ws-ext-ctr)
               perform 370-mark-held-item
           end-if.
           move 'y'                    to ws-ext-tbl-applied(
               ws-ext-ctr).
      *
       370-mark-held-item.
      *a released held item has had its chance at the merge - it is
      * marked merged, or refused with the reason on the log, so it
      * is never picked up a second time
           move ws-ext-tbl-num(ws-ext-ctr)   to hld-num.
           move ws-param-fiscal-year         to hld-fy.
           move ws-ext-tbl-month(ws-ext-ctr) to hld-month.
           read held-file.
           if ws-held-ok
               if ws-ext-valid
                   move 'm'            to hld-status
               else
                   move 'f'            to hld-status
               end-if
               move ws-today-date      to hld-merged-date
               rewrite hld-rec
           end-if.
      *
       400-print-totals.
           move ws-applied-count       to ws-total-applied.
           move ws-created-count       to ws-total-created.
           move ws-reject-count        to ws-total-rejects.
           move ws-closed-count        to ws-total-closed.
           move ws-held-count          to ws-total-held.
           move ws-released-count      to ws-total-released.
           move ws-released-other-count to ws-total-released-other.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
               after advancing 1 lines.
           write report-line from ws-total-line5
               after advancing 1 lines.
           write report-line from ws-total-line6
               after advancing 1 lines.
           write report-line from ws-total-line7
               after advancing 1 lines.
           write report-line from ws-total-line8
               after advancing 1 lines.
           write report-line from ws-total-line9
               after advancing 1 lines.
      *
       end program A7-MonthlyIntake.
