       identification division.
       program-id. A7-QAScorecard.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program prints the QA scorecard for
      * the parameter card's fiscal year off the call quality
      * evaluations A7-QAIntake loads - every operator on the master
      * with an evaluation in the year, & every active operator
      * whether evaluated or not, team by team. Each operator gets
      * two rows across the fiscal months: the number of evaluations
      * & the average score out of 100 (auto-failed evaluations count
      * as zero), with the year's count, average & auto-fails at the
      * end. An active operator evaluated fewer times in a month than
      * the minimum is flagged in that month & on the year, over the
      * months up to the latest one the file carries an evaluation
      * for; the minimum comes off a one-line settings file kept by
      * the QA team, or a built-in two a month. Each team closes with
      * its own count & average - taken over its evaluations, not its
      * operators' averages - & the centre's follow the last team.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the run-control parameter card shared across the stream -
      * this program takes its fiscal year from it
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
      *the operator master - each operator's team, name & status
      * come off it, so a master that cannot be read stops the run
           select master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is dynamic
               record key is opm-num
               file status  is ws-master-status.
      *
      *the evaluation file loaded by A7-QAIntake - optional, with
      * none every active operator is listed short
           select optional qa-file
               assign to '../../../data/A7-QAEvals.dat'
               organization is indexed
               access is sequential
               record key is qae-key
               file status  is ws-qa-status.
      *
      *the scorecard settings - one line, kept by the QA team like
      * the tier file; optional, with no usable line the built-in
      * minimum stands
           select optional settings-file
               assign to '../../../data/A7-QASettings.dat'
               organization is line sequential
               file status  is ws-settings-status.
      *
           select sort-file
               assign to '../../../data/A7-QASort.tmp'.
      *
           select report-file
               assign to '../../../data/A7-QAScorecard.out'
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
       fd master-file
           data record is opm-rec
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd qa-file
           data record is qae-rec
           record contains 50 characters.
      *
           copy QAEVAL.
      *
       fd settings-file
           data record is qas-rec
           record contains 10 characters.
      *
       01 qas-rec.
      *the fewest evaluations an active operator should have in a
      * fiscal month before the scorecard flags them
           05 qas-min-evals            pic 9(2).
           05 filler                   pic x(8).
      *
       sd sort-file
           data record is srt-rec.
      *
      *team, operator & fiscal month - month 00 is the placeholder an
      * active operator is released under so that one with no
      * evaluation still gets a line
       01 srt-rec.
           05 srt-team                 pic 9(1).
           05 srt-num                  pic x(3).
           05 srt-fm                   pic 9(2).
           05 srt-name                 pic x(12).
           05 srt-status               pic x(1).
               88 srt-active                  value 'a'.
           05 srt-kind                 pic x(1).
               88 srt-evaluation              value 'e'.
           05 srt-score                pic 9(3).
           05 srt-auto-fail            pic x(1).
               88 srt-failed                  value 'y'.
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
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-qa-status           pic xx    value spaces.
               88 ws-qa-ok                     value '00'.
           05 ws-settings-status     pic xx    value spaces.
               88 ws-settings-ok               value '00'.
      *
       01 ws-sort-eof-flag             pic x    value 'n'.
           88 ws-sort-end-of-file               value 'y'.
      *
      *the queue reference loaded by 045-load-queue-file - one entry
      * per possible queue code, indexed by the code itself
       01 ws-queue-control.
           05 ws-queue-status        pic xx    value spaces.
               88 ws-queue-ok                  value '00'.
           05 ws-queue-count         pic 9     value 0.
       01 ws-queue-table.
           05 ws-queue-entry           occurs 9.
               10 ws-queue-tbl-name    pic x(10) value spaces.
               10 ws-queue-tbl-status  pic x     value space.
                   88 ws-queue-tbl-active     value 'a'.
      *
      *fiscal year parameter, from the run parameter card, & the
      * first & last days of it an evaluation must fall between
       01 ws-param-fiscal-year         pic 9(4) value 0.
       01 ws-fy-range.
           05 ws-fy-start              pic 9(8) value 0.
           05 ws-fy-end                pic 9(8) value 0.
           05 ws-eval-fm               pic 99   value 0.
      *
      *the scorecard minimum in force - the settings file's when it
      * has a usable one, otherwise this built-in value
       01 ws-settings-control.
           05 ws-settings-read-flag  pic x     value 'n'.
               88 ws-settings-read             value 'y'.
           05 ws-settings-source-flag
                                     pic x     value 'd'.
               88 ws-settings-from-file        value 'f'.
           05 ws-min-evals           pic 9(2)  value 2.
      *
      *the latest fiscal month the file carries an evaluation for -
      * months up to it are the ones a short count is flagged in
       01 ws-report-thru               pic 99   value 0.
      *
      *the operator, team & centre being accumulated - evaluations &
      * score totals by fiscal month, & auto-fails over the year
       01 ws-break-control.
           05 ws-first-record-flag   pic x     value 'y'.
               88 ws-first-record              value 'y'.
           05 ws-current-team        pic 9     value 0.
           05 ws-current-num         pic x(3)  value spaces.
           05 ws-current-name        pic x(12) value spaces.
           05 ws-current-status      pic x     value space.
               88 ws-current-active            value 'a'.
       01 ws-op-sums.
           05 ws-op-count              pic 9(5) occurs 12 value 0.
           05 ws-op-score              pic 9(8) occurs 12 value 0.
           05 ws-op-fails              pic 9(5) value 0.
       01 ws-team-sums.
           05 ws-team-count            pic 9(5) occurs 12 value 0.
           05 ws-team-score            pic 9(8) occurs 12 value 0.
           05 ws-team-fails            pic 9(5) value 0.
       01 ws-centre-sums.
           05 ws-centre-count          pic 9(5) occurs 12 value 0.
           05 ws-centre-score          pic 9(8) occurs 12 value 0.
           05 ws-centre-fails          pic 9(5) value 0.
      *
      *one block of two scorecard rows - an operator's, a team's or
      * the centre's sums are moved here & printed by 450-print-block
       01 ws-block-sums.
           05 ws-blk-count             pic 9(5) occurs 12 value 0.
           05 ws-blk-score             pic 9(8) occurs 12 value 0.
           05 ws-blk-fails             pic 9(5) value 0.
           05 ws-blk-year-count        pic 9(5) value 0.
           05 ws-blk-year-score        pic 9(8) value 0.
           05 ws-blk-average           pic 9(3) value 0.
      *y = an active operator, flagged for a short month; i = an
      * inactive one, not flagged; n = a team or the centre
           05 ws-blk-flag-switch       pic x    value 'n'.
               88 ws-blk-flag-short            value 'y'.
               88 ws-blk-inactive              value 'i'.
           05 ws-blk-short-flag        pic x    value 'n'.
               88 ws-blk-is-short              value 'y'.
      *
       01 ws-counts.
           05 ws-eval-count            pic 9(7) value 0.
           05 ws-fail-count            pic 9(7) value 0.
           05 ws-operator-count        pic 9(5) value 0.
           05 ws-short-count           pic 9(5) value 0.
           05 ws-no-master-count       pic 9(5) value 0.
      *
      *numbers for the scorecard cells are edited through these
      * scratch fields first, so a month with nothing can stay blank
       01 ws-col-edit                  pic zzz9.
       01 ws-year-edit                 pic zzzz9.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '      QA scorecard.          '.
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
               value 'call quality scorecard - fy '.
           05 ws-heading-fy-start      pic 9(4).
           05 filler                   pic x(1)
               value '-'.
           05 ws-heading-fy-end        pic 9(4).
           05 filler                   pic x(41)
               value spaces.
      *
       01 ws-settings-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(39)
               value 'evaluations expected a month, at least '.
           05 ws-settings-min          pic z9.
           05 filler                   pic x(2) value spaces.
           05 ws-settings-source       pic x(36).
           05 filler                   pic x(51) value spaces.
      *
       01 ws-key-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(40)
               value '* = an active operator evaluated fewer '.
           05 filler                   pic x(24)
               value 'times than that in the m'.
           05 filler                   pic x(5)
               value 'onth'.
           05 filler                   pic x(61) value spaces.
      *
       01 ws-message-line.
           05 filler                   pic x(2) value spaces.
           05 ws-message-text          pic x(80).
           05 filler                   pic x(50) value spaces.
      *
       01 ws-team-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value 'team '.
           05 ws-th-team               pic 9.
           05 filler                   pic x(3) value ' - '.
           05 ws-th-name               pic x(10).
           05 filler                   pic x(111) value spaces.
      *
       01 ws-centre-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(9) value 'all teams'.
           05 filler                   pic x(121) value spaces.
      *
      *one scorecard row - the operator or the team/centre label, the
      * row's figure, twelve month cells & the year
       01 ws-sc-line.
           05 filler                   pic x(2).
           05 ws-sc-ident.
               10 ws-sc-num            pic x(3).
               10 filler               pic x(1).
               10 ws-sc-name           pic x(12).
           05 filler                   pic x(1).
           05 ws-sc-label              pic x(6).
           05 ws-sc-cell               occurs 12.
               10 filler               pic x(2).
               10 ws-sc-val            pic x(4).
               10 ws-sc-flag           pic x(1).
           05 filler                   pic x(2).
           05 ws-sc-year               pic x(5).
           05 ws-sc-year-flag          pic x(1).
           05 filler                   pic x(2).
           05 ws-sc-note               pic x(13).
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'operators on the card:    '.
           05 ws-total-operators       pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'flagged too few evals:    '.
           05 ws-total-short           pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'evaluations counted:      '.
           05 ws-total-evals           pic zzzzzz9.
           05 filler                   pic x(97) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value '  of which auto-failed:   '.
           05 ws-total-fails           pic zzzzzz9.
           05 filler                   pic x(97) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'skipped, not on master:   '.
           05 ws-total-no-master       pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *read & edit the run parameter card before anything else
           perform 040-read-parameters.
      *
      *load the queue reference - the team names come from it
           perform 045-load-queue-file.
      *
      *the minimum a month the scorecard flags against
           perform 050-read-settings.
      *
      *open files
           open input  master-file,
                input  qa-file,
                output report-file.
      *
           if not ws-master-ok
               display 'A7-QAScorecard: operator master '
                       'missing or unreadable - run stopped'
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
           compute ws-fy-start = ws-param-fiscal-year * 10000 + 701.
           compute ws-fy-end =
               (ws-param-fiscal-year + 1) * 10000 + 630.
      *
      *output first headings
           perform 100-print-headings.
      *
      *the operators & the year's evaluations in team, operator &
      * month order, printed with team & centre breaks
           sort sort-file
               ascending key srt-team srt-num srt-fm
               input procedure is 300-release-records
               output procedure is 400-print-scorecard.
      *
      *output total lines
           perform 600-print-totals.
      *
      *close files
           close master-file
                 qa-file
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
               display 'A7-QAScorecard: run parameter card '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-QAScorecard: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           move parm-fiscal-year       to ws-param-fiscal-year.
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
               display 'A7-QAScorecard: queue reference file '
                       'missing or has no active queue - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
       050-read-settings.
      *takes the minimum off the settings file's line when it is
      * numeric & not zero - otherwise the built-in minimum stands,
      * & the scorecard says which was used
           open input settings-file.
           if ws-settings-ok
               read settings-file
                   at end move 'n'      to ws-settings-read-flag
                   not at end move 'y'  to ws-settings-read-flag
               end-read
               close settings-file
           end-if.
      *
           if ws-settings-read
             and qas-min-evals numeric
             and qas-min-evals > 0
               move 'f'                to ws-settings-source-flag
               move qas-min-evals      to ws-min-evals
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
           move ws-min-evals           to ws-settings-min.
           if ws-settings-from-file
               move '(from the QA settings file)'
                                       to ws-settings-source
           else
               move '(built-in, no usable settings file)'
                                       to ws-settings-source
           end-if.
           write report-line from ws-settings-line
               after advancing 2 lines.
           write report-line from ws-key-line
               after advancing 1 lines.
      *
       300-release-records.
      *releases a placeholder for every active operator on the
      * master, then every evaluation dated in the fiscal year under
      * its operator's team as the master has it today
           perform until ws-master-status not = '00'
               read master-file next record
                   at end move 'x'      to ws-master-status
                   not at end
                       if opm-active
                           move spaces      to srt-rec
                           move opm-team    to srt-team
                           move opm-num     to srt-num
                           move 0           to srt-fm
                           move opm-name    to srt-name
                           move opm-status  to srt-status
                           move 'o'         to srt-kind
                           move 0           to srt-score
                           release srt-rec
                       end-if
               end-read
           end-perform.
      *
           if ws-qa-ok
               perform until ws-qa-status not = '00'
                   read qa-file
                       at end move 'x'  to ws-qa-status
                       not at end
                           if qae-date >= ws-fy-start
                             and qae-date <= ws-fy-end
                               perform 310-release-evaluation
                           end-if
                   end-read
               end-perform
           end-if.
      *
       310-release-evaluation.
      *the evaluation's fiscal month, & its operator's team, name &
      * status off the master - one the master no longer carries is
      * counted & left out
           if qae-date-mm >= 7
               subtract 6 from qae-date-mm giving ws-eval-fm
           else
               add 6 qae-date-mm giving ws-eval-fm
           end-if.
      *
           move qae-num                to opm-num.
           read master-file.
           if not ws-master-ok
               add 1                   to ws-no-master-count
           else
               if ws-eval-fm > ws-report-thru
                   move ws-eval-fm     to ws-report-thru
               end-if
               move spaces             to srt-rec
               move opm-team           to srt-team
               move opm-num            to srt-num
               move ws-eval-fm         to srt-fm
               move opm-name           to srt-name
               move opm-status         to srt-status
               move 'e'                to srt-kind
               move qae-score          to srt-score
               move qae-auto-fail      to srt-auto-fail
               release srt-rec
           end-if.
      *
       400-print-scorecard.
      *prints the sorted records - a heading when the team changes,
      * an operator's block when the operator changes, the team's
      * block after its last operator & the centre's after the last
      * team
           perform 420-print-column-heading.
           perform 410-return-sorted-record.
           if ws-sort-end-of-file
               move 'no active operator & no evaluation for the year'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           end-if.
      *
           perform until ws-sort-end-of-file
               if ws-first-record or srt-team not = ws-current-team
                   if not ws-first-record
                       perform 440-finish-operator
                       perform 445-finish-team
                   end-if
                   move srt-team       to ws-current-team
                   move srt-num        to ws-current-num
                   perform 425-print-team-heading
                   perform 430-start-operator
               else
                   if srt-num not = ws-current-num
                       perform 440-finish-operator
                       perform 430-start-operator
                   end-if
               end-if
               move 'n'                to ws-first-record-flag
               if srt-evaluation
                   perform 435-add-evaluation
               end-if
               perform 410-return-sorted-record
           end-perform.
      *
           if not ws-first-record
               perform 440-finish-operator
               perform 445-finish-team
               perform 447-finish-centre
           end-if.
      *
       410-return-sorted-record.
           return sort-file
               at end move 'y'         to ws-sort-eof-flag.
      *
       420-print-column-heading.
      *the month names across the cells, over every team
           move spaces                 to ws-sc-line.
           move 'operator'             to ws-sc-ident.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move ws-month-name(ws-ctr)
                 to ws-sc-val(ws-ctr)(2:3)
           end-perform.
           move ' year'                to ws-sc-year.
           write report-line from ws-sc-line
               after advancing 2 lines.
      *
       425-print-team-heading.
           move ws-current-team        to ws-th-team.
           move spaces                 to ws-th-name.
           if ws-current-team >= 1
               move ws-queue-tbl-name(ws-current-team) to ws-th-name
           end-if.
           write report-line from ws-team-heading
               after advancing 2 lines.
      *
       430-start-operator.
           move srt-num                to ws-current-num.
           move srt-name               to ws-current-name.
           move srt-status             to ws-current-status.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move 0                  to ws-op-count(ws-ctr)
               move 0                  to ws-op-score(ws-ctr)
           end-perform.
           move 0                      to ws-op-fails.
      *
       435-add-evaluation.
      *one evaluation onto the operator, the team & the centre
           add 1                       to ws-eval-count.
           add 1                       to ws-op-count(srt-fm).
           add 1                       to ws-team-count(srt-fm).
           add 1                       to ws-centre-count(srt-fm).
           add srt-score               to ws-op-score(srt-fm).
           add srt-score               to ws-team-score(srt-fm).
           add srt-score               to ws-centre-score(srt-fm).
           if srt-failed
               add 1                   to ws-fail-count
               add 1                   to ws-op-fails
               add 1                   to ws-team-fails
               add 1                   to ws-centre-fails
           end-if.
      *
       440-finish-operator.
      *the operator's two rows - only an active operator is flagged
      * for a short month; a leaver's count is history
           add 1                       to ws-operator-count.
           move ws-op-sums             to ws-block-sums.
           if ws-current-active
               move 'y'                to ws-blk-flag-switch
           else
               move 'i'                to ws-blk-flag-switch
           end-if.
           move spaces                 to ws-sc-line.
           move ws-current-num         to ws-sc-num.
           move ws-current-name        to ws-sc-name.
           perform 450-print-block.
           if ws-blk-is-short
               add 1                   to ws-short-count
           end-if.
      *
       445-finish-team.
           move ws-team-sums           to ws-block-sums.
           move 'n'                    to ws-blk-flag-switch.
           move spaces                 to ws-sc-line.
           move 'team average'         to ws-sc-ident.
           perform 450-print-block.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move 0                  to ws-team-count(ws-ctr)
               move 0                  to ws-team-score(ws-ctr)
           end-perform.
           move 0                      to ws-team-fails.
      *
       447-finish-centre.
           move ws-centre-sums         to ws-block-sums.
           move 'n'                    to ws-blk-flag-switch.
           move spaces                 to ws-sc-line.
           move 'centre average'       to ws-sc-ident.
           write report-line from ws-centre-heading
               after advancing 2 lines.
           perform 450-print-block.
      *
       450-print-block.
      *prints the block in ws-block-sums as two rows - evaluations,
      * flagged where short, then the average score - on whatever
      * operator or label the caller put in ws-sc-line
           move 'n'                    to ws-blk-short-flag.
           move 0                      to ws-blk-year-count.
           move 0                      to ws-blk-year-score.
           move 'evals'                to ws-sc-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               add ws-blk-count(ws-ctr) to ws-blk-year-count
               add ws-blk-score(ws-ctr) to ws-blk-year-score
               if ws-ctr <= ws-report-thru
                   move ws-blk-count(ws-ctr) to ws-col-edit
                   move ws-col-edit    to ws-sc-val(ws-ctr)
                   if ws-blk-flag-short
                     and ws-blk-count(ws-ctr) < ws-min-evals
                       move '*'        to ws-sc-flag(ws-ctr)
                       move 'y'        to ws-blk-short-flag
                   end-if
               end-if
           end-perform.
           move ws-blk-year-count      to ws-year-edit.
           move ws-year-edit           to ws-sc-year.
           if ws-blk-is-short
               move '*'                to ws-sc-year-flag
               move 'too few evals'    to ws-sc-note
           end-if.
           if ws-blk-inactive
               move 'inactive'         to ws-sc-note
           end-if.
           write report-line from ws-sc-line
               after advancing 1 lines.
      *
           move spaces                 to ws-sc-line.
           move 'score'                to ws-sc-label.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               if ws-blk-count(ws-ctr) > 0
                   divide ws-blk-score(ws-ctr) by ws-blk-count(ws-ctr)
                     giving ws-blk-average rounded
                   move ws-blk-average to ws-col-edit
                   move ws-col-edit    to ws-sc-val(ws-ctr)
               end-if
           end-perform.
           if ws-blk-year-count > 0
               divide ws-blk-year-score by ws-blk-year-count
                 giving ws-blk-average rounded
               move ws-blk-average     to ws-year-edit
               move ws-year-edit       to ws-sc-year
           end-if.
           if ws-blk-fails > 0
               move 'auto-fail'        to ws-sc-note
               move ws-blk-fails       to ws-col-edit
               move ws-col-edit        to ws-sc-note(10:4)
           end-if.
           write report-line from ws-sc-line
               after advancing 1 lines.
      *
       600-print-totals.
      *
           move ws-operator-count      to ws-total-operators.
           move ws-short-count         to ws-total-short.
           move ws-eval-count          to ws-total-evals.
           move ws-fail-count          to ws-total-fails.
           move ws-no-master-count     to ws-total-no-master.
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
      *
       end program A7-QAScorecard.
