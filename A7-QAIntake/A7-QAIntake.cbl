       identification division.
       program-id. A7-QAIntake.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program loads the QA team's call
      * quality evaluations onto the keyed evaluation file, replacing
      * the spreadsheet they have been kept in. Each form carries the
      * operator, the date of the monitored call, the evaluator, the
      * five section scores & the auto-fail flag; a form is edited
      * before it is loaded - the operator must be on the operator
      * master & active, the date a real one no later than today &
      * not before the operator was hired, every section scored 0-20
      * & the auto-fail flag y or n - and a form already loaded for
      * the same operator, date & evaluator is turned away rather
      * than counted twice. The evaluation is stored with its score
      * out of 100 (zero when auto-failed). Every form is echoed on
      * the intake log, loaded or rejected with its reason, so the
      * QA team can correct & resubmit what was turned away.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the evaluation file itself - optional so the very first
      * intake run creates it
           select optional qa-file
               assign to '../../../data/A7-QAEvals.dat'
               organization is indexed
               access is dynamic
               record key is qae-key
               file status  is ws-qa-status.
      *
      *the operator master - an evaluation can only be loaded against
      * an operator it knows, so unlike the leave file's maintenance
      * a master that cannot be read stops the run
           select master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is dynamic
               record key is opm-num
               file status  is ws-master-status.
      *
      *the evaluation forms keyed by the QA team
           select form-file
               assign to '../../../data/A7-QAForms.dat'
               organization is line sequential.
      *
           select report-file
               assign to '../../../data/A7-QAIntake.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd qa-file
           data record is qae-rec
           record contains 50 characters.
      *
           copy QAEVAL.
      *
       fd master-file
           data record is opm-rec
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd form-file
           data record is form-rec
           record contains 30 characters.
      *
       01 form-rec.
           05 form-num                 pic x(3).
      *the date of the monitored call, ccyymmdd
           05 form-date                pic 9(8).
           05 form-date-parts redefines form-date.
               10 form-date-ccyy       pic 9(4).
               10 form-date-mm         pic 9(2).
               10 form-date-dd         pic 9(2).
           05 form-evaluator           pic x(8).
      *the five section scores, each 0-20, in form order
           05 form-sections.
               10 form-section-score   pic 9(2) occurs 5.
           05 form-auto-fail           pic x(1).
               88 form-auto-fail-valid        value 'y' 'n'.
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       working-storage section.
      *
       01 ws-constants.
           05 ws-number-of-sections    pic 9    value 5.
           05 ws-max-section-score     pic 99   value 20.
      *
       01 ws-file-status-flags.
           05 ws-qa-status             pic xx   value spaces.
               88 ws-qa-ok                      value '00'.
               88 ws-qa-opened                  value '00' '05'.
               88 ws-qa-dup-key                 value '22'.
           05 ws-master-status         pic xx   value spaces.
               88 ws-master-ok                  value '00'.
      *
       01 ws-date-fields.
           05 ws-today-date            pic 9(6)  value 0.
           05 ws-today-ccyymmdd        pic 9(8)  value 0.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      *
      *form edit result & the reason a form was turned away, carried
      * onto the intake log
       01 ws-form-validation.
           05 ws-form-valid-flag       pic x    value 'y'.
               88 ws-form-valid                 value 'y'.
               88 ws-form-invalid               value 'n'.
           05 ws-form-reason           pic x(40) value spaces.
      *
       01 ws-score-fields.
           05 ws-section-ctr           pic 9    value 0.
           05 ws-section-total         pic 9(3) value 0.
      *
       01 ws-counts.
           05 ws-form-count            pic 9(5) value 0.
           05 ws-loaded-count          pic 9(5) value 0.
           05 ws-failed-count          pic 9(5) value 0.
           05 ws-reject-count          pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '       QA evaluation intake. '.
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
           05 filler                   pic x(36)
               value 'call quality evaluation intake log'.
           05 filler                   pic x(56)
               value spaces.
      *
       01 ws-form-echo-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value 'form:'.
           05 filler                   pic x(2) value spaces.
           05 ws-echo-num              pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-date             pic x(8).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(10) value 'evaluator '.
           05 ws-echo-evaluator        pic x(8).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(9) value 'sections '.
           05 ws-echo-section          occurs 5.
               10 ws-echo-score        pic x(2).
               10 filler               pic x(1).
           05 filler                   pic x(1) value spaces.
           05 filler                   pic x(10) value 'auto-fail '.
           05 ws-echo-auto-fail        pic x(1).
           05 filler                   pic x(52) value spaces.
      *
       01 ws-loaded-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'loaded:   '.
           05 ws-loaded-operator       pic x(12).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value 'score '.
           05 ws-loaded-score          pic zz9.
           05 filler                   pic x(2) value spaces.
           05 ws-loaded-note           pic x(40).
           05 filler                   pic x(53) value spaces.
      *
       01 ws-reject-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'rejected: '.
           05 ws-reject-reason         pic x(40).
           05 filler                   pic x(78) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'forms read:               '.
           05 ws-total-forms           pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'evaluations loaded:       '.
           05 ws-total-loaded          pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value '  of which auto-failed:   '.
           05 ws-total-failed          pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'forms rejected:           '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *open files
           open i-o    qa-file,
                input  master-file,
                input  form-file,
                output report-file.
      *
           if not ws-qa-opened
               display 'A7-QAIntake: evaluation file '
                       'cannot be opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
           if not ws-master-ok
               display 'A7-QAIntake: operator master '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
           accept ws-today-date from date.
           accept ws-today-ccyymmdd from date yyyymmdd.
      *
      *output first headings
           perform 100-print-headings.
      *
      *process the form file & log each result
           perform 200-read-form-file.
      *
           perform 300-process-form
               until ws-end-of-file.
      *
      *output total lines
           perform 400-print-totals.
      *
      *close files
           close qa-file
                 master-file
                 form-file
                 report-file.
      *
           stop run.
      *
       100-print-headings.
      *
           write report-line from ws-name-line
               after advancing 1 line.
      *
           write report-line from ws-report-heading
               after advancing 1 line.
      *
       200-read-form-file.
      *reads a line from the form file & stores it in form-rec
      * - unless eof is encountered in which case it sets
      *    ws-eof-flag to y
           read form-file
               at end move 'y'          to ws-eof-flag.
      *
       300-process-form.
      *echoes the form onto the log, edits it, then loads it - every
      * form leaves either a loaded line or a rejection reason
           add 1                       to ws-form-count.
      *
           move form-num               to ws-echo-num.
           move form-rec(4:8)          to ws-echo-date.
           move form-evaluator         to ws-echo-evaluator.
           perform varying ws-section-ctr from 1 by 1
             until ws-section-ctr > ws-number-of-sections
               move form-section-score(ws-section-ctr)
                                       to ws-echo-score(ws-section-ctr)
           end-perform.
           move form-auto-fail         to ws-echo-auto-fail.
           write report-line from ws-form-echo-line
               after advancing 2 lines.
      *
           perform 250-validate-form.
      *
           if ws-form-valid
               perform 310-load-evaluation
           end-if.
      *
           if ws-form-invalid
               perform 360-write-reject-line
           end-if.
      *
      * read next form (if any), whether this one loaded or not
           perform 200-read-form-file.
      *
       250-validate-form.
      *edits the form before it is allowed anywhere near the
      * evaluation file - a blank/non-numeric operator number, an
      * operator the master does not know or has deactivated, a date
      * that is not a real ccyymmdd, is after today or before the
      * operator's hire date, a blank evaluator, a section score that
      * is not 0-20 or an auto-fail flag that is not y or n all turn
      * the form away
           move 'y'                    to ws-form-valid-flag.
           move spaces                 to ws-form-reason.
      *
           if form-num = spaces
               move 'n'                to ws-form-valid-flag
               move 'blank operator number'
                                       to ws-form-reason
           end-if.
      *
           if ws-form-valid and form-num not numeric
               move 'n'                to ws-form-valid-flag
               move 'operator number is not numeric'
                                       to ws-form-reason
           end-if.
      *
           if ws-form-valid
               move form-num           to opm-num
               read master-file
               if not ws-master-ok
                   move 'n'            to ws-form-valid-flag
                   move 'operator not on master'
                                       to ws-form-reason
               end-if
           end-if.
      *
           if ws-form-valid and not opm-active
               move 'n'                to ws-form-valid-flag
               move 'operator is inactive on the master'
                                       to ws-form-reason
           end-if.
      *
           if ws-form-valid
             and (form-date not numeric
                  or form-date-ccyy = 0
                  or form-date-mm < 1 or form-date-mm > 12
                  or form-date-dd < 1 or form-date-dd > 31)
               move 'n'                to ws-form-valid-flag
               move 'date is not a valid ccyymmdd'
                                       to ws-form-reason
           end-if.
      *
           if ws-form-valid and form-date > ws-today-ccyymmdd
               move 'n'                to ws-form-valid-flag
               move 'evaluation date is after today'
                                       to ws-form-reason
           end-if.
      *
           if ws-form-valid
             and opm-hire-date numeric
             and form-date < opm-hire-date
               move 'n'                to ws-form-valid-flag
               move 'evaluation date is before hire date'
                                       to ws-form-reason
           end-if.
      *
           if ws-form-valid and form-evaluator = spaces
               move 'n'                to ws-form-valid-flag
               move 'blank evaluator'  to ws-form-reason
           end-if.
      *
           perform varying ws-section-ctr from 1 by 1
             until ws-section-ctr > ws-number-of-sections
               if ws-form-valid
                 and (form-section-score(ws-section-ctr) not numeric
                      or form-section-score(ws-section-ctr)
                           > ws-max-section-score)
                   move 'n'            to ws-form-valid-flag
                   move 'section score is not 0-20'
                                       to ws-form-reason
               end-if
           end-perform.
      *
           if ws-form-valid and not form-auto-fail-valid
               move 'n'                to ws-form-valid-flag
               move 'auto-fail flag is not y or n'
                                       to ws-form-reason
           end-if.
      *
       310-load-evaluation.
      *writes the evaluation with its score - the sections added up,
      * or zero when auto-failed - & a form already loaded for the
      * same operator, date & evaluator is turned away rather than
      * overwritten, so a resubmitted batch cannot count twice
           move form-num               to qae-num.
           move form-date              to qae-date.
           move form-evaluator         to qae-evaluator.
           move form-sections          to qae-sections.
           move form-auto-fail         to qae-auto-fail.
      *
           move 0                      to ws-section-total.
           perform varying ws-section-ctr from 1 by 1
             until ws-section-ctr > ws-number-of-sections
               add form-section-score(ws-section-ctr)
                                       to ws-section-total
           end-perform.
           if qae-failed
               move 0                  to qae-score
           else
               move ws-section-total   to qae-score
           end-if.
           move ws-today-date          to qae-recorded-date.
      *
           write qae-rec.
           if ws-qa-dup-key
               move 'n'                to ws-form-valid-flag
               move 'evaluation already loaded'
                                       to ws-form-reason
           else
               add 1                   to ws-loaded-count
               move opm-name           to ws-loaded-operator
               move qae-score          to ws-loaded-score
               move spaces             to ws-loaded-note
               if qae-failed
                   add 1               to ws-failed-count
                   move 'auto-failed - sections not counted'
                                       to ws-loaded-note
               end-if
               write report-line from ws-loaded-line
                   after advancing 1 lines
           end-if.
      *
       360-write-reject-line.
           add 1                       to ws-reject-count.
           move ws-form-reason         to ws-reject-reason.
           write report-line from ws-reject-line
               after advancing 1 lines.
      *
       400-print-totals.
      *
           move ws-form-count          to ws-total-forms.
           move ws-loaded-count        to ws-total-loaded.
           move ws-failed-count        to ws-total-failed.
           move ws-reject-count        to ws-total-rejects.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
           write report-line from ws-total-line2
               after advancing 1 lines.
           write report-line from ws-total-line3
               after advancing 1 lines.
           write report-line from ws-total-line4
               after advancing 1 lines.
      *
       end program A7-QAIntake.
