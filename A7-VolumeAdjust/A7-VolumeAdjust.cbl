      * snapshot, writes before/after record images to an adjustment
      * journal the way A7-OperatorMasterMaint journals the master,
      * and prints an applied/rejected listing. The adjusted snapshot
      * is written to A7-Adjusted.dat, which A7-GenCatalog promotes
      * over A7.dat once the listing has been eyeballed, keeping the
      * replaced A7.dat as a generation - the same convention the
      * monthly intake uses for A7-New.dat. A month
      * the period-close file shows closed for bonus or for cost
      * allocation has already been paid or posted on, so a
      * transaction touching one is turned away unless it carries an
      * override reason; one applied on override is called out on
      * the listing as owing a true-up. Every transaction carries
      * the supervisor who submitted it, and is applied only when
      * that user's profile is in force, allows changes, and covers
      * the team of every operator it touches; each one applied or
      * refused for want of entitlement goes on the activity log
      * A7-AccessReview reports from.
      *
       environment division.
       input-output section.
      *
      *the run-control parameter card shared across the stream -
      * this program takes the call ceiling, so no adjustment can
      * push a month past what the official report would then reject,
      * & the fiscal year the period-close file is read for
           select parm-file
               assign to '../../../data/A7-RunParms.dat'
               organization is line sequential
               organization is line sequential
               file status  is ws-emp-in-status.
      *
      *the period-close control file - optional, with no file on
      * hand no month is closed
           select optional period-close-file
               assign to '../../../data/A7-PeriodClose.dat'
               organization is line sequential
               file status  is ws-close-status.
      *
      *the user profiles kept by the security administrator - every
      * transaction is checked against its submitting user's profile,
      * so a missing or empty file stops the run
           select user-file
               assign to '../../../data/A7-Users.dat'
               organization is line sequential
               file status  is ws-user-status.
      *
      *the activity log shared by the inquiry & maintenance programs -
      * optional so the first run to log anything creates it
           select optional activity-file
               assign to '../../../data/A7-Activity.dat'
               organization is line sequential
               file status  is ws-activity-status.
      *
      *the day's adjustment transactions from the supervisors
           select txn-file
               assign to '../../../data/A7-VolAdjTxn.dat'
               organization is line sequential.
      *
      *the adjusted snapshot - promoted over A7.dat after the run
           select emp-out-file
               assign to '../../../data/A7-Adjusted.dat'
               organization is line sequential.
           record contains 126 characters.
      *
           copy EMPREC.
      *
       fd period-close-file
           data record is pcl-rec
           record contains 20 characters.
      *
           copy PERCLOSE.
      *
       fd user-file
           data record is usr-rec
           record contains 50 characters.
      *
           copy USERPROF.
      *
       fd activity-file
           data record is act-rec
           record contains 110 characters.
      *
           copy ACTLOG.
      *
       fd txn-file
           data record is txn-rec
           record contains 44 characters.
      *
       01 txn-rec.
           05 txn-action               pic x(1).
           05 txn-amount               pic x(3).
           05 txn-to-num               pic x(3).
           05 txn-reason               pic x(12).
      *why a closed month is being changed anyway - required when
      * the month is closed, ignored otherwise
           05 txn-override             pic x(12).
      *the user who submitted the transaction, as on the profile file
           05 txn-user                 pic x(8).
      *
       fd emp-out-file
           data record is emp-out-rec
       01 ws-file-status-flags.
           05 ws-emp-in-status       pic xx    value spaces.
               88 ws-emp-in-ok                 value '00'.
           05 ws-close-status        pic xx    value spaces.
               88 ws-close-ok                  value '00'.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      *
       01 ws-call-ceiling              pic 9(3) value 300.
      *
      *fiscal year parameter, from the run parameter card - the
      * starting calendar year of the july-june fiscal year being
      * adjusted
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
      *
      *the whole snapshot, loaded up front so a transfer can touch
      * two records & the adjusted file can be written in one pass
      * at the end - garbled records ride through untouched, the
           05 ws-work-sla              pic 9(3) occurs 12.
           05 ws-work-loaded-thru      pic x(2).
      *
      *the user profiles loaded by 046-load-user-profiles - the user
      * under check, the team being checked for, & whether the check
      * turned the user away
       01 ws-user-control.
           05 ws-user-status         pic xx    value spaces.
               88 ws-user-ok                   value '00'.
           05 ws-activity-status     pic xx    value spaces.
               88 ws-activity-opened           value '00' '05'.
           05 ws-user-count          pic 99    value 0.
           05 ws-max-users           pic 99    value 99.
           05 ws-user-idx            pic 9(3)  value 0.
           05 ws-user-srch-ctr       pic 9(3)  value 0.
           05 ws-auth-team           pic 9     value 0.
           05 ws-access-refused-flag pic x     value 'n'.
               88 ws-access-refused            value 'y'.
       01 ws-user-table.
           05 ws-user-entry            occurs 99.
               10 ws-user-tbl-id       pic x(8)  value spaces.
               10 ws-user-tbl-role     pic x     value space.
                   88 ws-user-tbl-lead        value 'l'.
                   88 ws-user-tbl-admin       value 'a'.
               10 ws-user-tbl-teams    pic x(9)  value spaces.
               10 ws-user-tbl-status   pic x     value space.
                   88 ws-user-tbl-active      value 'a'.
      *
      *transaction edit result & the reason a transaction was turned
      * away, carried onto the listing
       01 ws-txn-validation.
           05 ws-set-count             pic 9(5) value 0.
           05 ws-reject-count          pic 9(5) value 0.
           05 ws-out-count             pic 9(5) value 0.
           05 ws-closed-count          pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
           05 ws-echo-to               pic x(3).
           05 filler                   pic x(8) value ' reason '.
           05 ws-echo-reason           pic x(12).
           05 filler                   pic x(10) value ' override '.
           05 ws-echo-override         pic x(12).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'by '.
           05 ws-echo-user             pic x(8).
           05 filler                   pic x(29) value spaces.
      *
      *the applied line - old & new value of each month touched, so
      * the listing shows the movement without the journal
           05 filler                   pic x(4) value ' to '.
           05 ws-applied-new           pic zz9.
           05 filler                   pic x(92) value spaces.
      *
      *the closed-month line - a change to a month already paid or
      * posted on, applied on the strength of its override reason
       01 ws-closed-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(13) value 'closed month '.
           05 ws-closed-month          pic 99.
           05 filler                   pic x(12) value ' closed for '.
           05 ws-closed-what           pic x(16).
           05 filler                   pic x(35)
               value ' - applied on override, true-up due'.
           05 filler                   pic x(50) value spaces.
      *
       01 ws-reject-line.
           05 filler                   pic x(4) value spaces.
               value 'snapshot records written:   '.
           05 ws-total-out             pic zzzz9.
           05 filler                   pic x(97) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(28)
               value 'closed months overridden:   '.
           05 ws-total-closed          pic zzzz9.
           05 filler                   pic x(97) value spaces.
      *
       procedure division.
      *
      *read & edit the run parameter card before anything else
           perform 040-read-parameters.
      *
      *which of the year's months are closed for bonus or allocation
           perform 070-read-period-close.
      *
      *load the whole snapshot so transfers can touch two records
           perform 090-load-emp-table.
      *
      *load the user profiles every transaction is checked against
           perform 046-load-user-profiles.
      *
      *open files
           open input  txn-file,
                output emp-out-file,
                output journal-file,
                extend activity-file,
                output report-file.
      *
      *every applied transaction goes on the activity log, so a run
      * that cannot log stops before it changes anything
           if not ws-activity-opened
               display 'A7-VolumeAdjust: activity log cannot be '
                       'opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
           close txn-file
                 emp-out-file
                 journal-file
                 activity-file
                 report-file.
      *
           stop run.
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
               display 'A7-VolumeAdjust: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           move parm-call-ceiling      to ws-call-ceiling.
           move parm-fiscal-year       to ws-param-fiscal-year.
      *
       046-load-user-profiles.
      *loads the user profiles - a line with no user id or a role
      * that is not l, s or a is dropped; a run with no usable
      * profile stops cold with return code 16, since no transaction
      * could be checked against nothing
           open input user-file.
           if ws-user-ok
               perform until ws-user-status not = '00'
                   read user-file
                       at end move 'x'  to ws-user-status
                       not at end
                           if usr-id not = spaces and usr-role-valid
                             and ws-user-count < ws-max-users
                               add 1   to ws-user-count
                               move usr-id
                                 to ws-user-tbl-id(ws-user-count)
                               move usr-role
                                 to ws-user-tbl-role(ws-user-count)
                               move usr-teams
                                 to ws-user-tbl-teams(ws-user-count)
                               move usr-status
                                 to ws-user-tbl-status(ws-user-count)
                           end-if
                   end-read
               end-perform
               close user-file
           end-if.
      *
           if ws-user-count = 0
               display 'A7-VolumeAdjust: user profile file '
                       'missing or empty - run stopped'
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
       090-load-emp-table.
      *loads every snapshot record image into the table - a snapshot
      * operator-month outright; every applied path leaves dated
      * before/after images on the adjustment journal
           add 1                       to ws-txn-count.
           move 'n'                    to ws-access-refused-flag.
           move 0                      to ws-auth-team.
      *
           evaluate true
               when txn-action-transfer
           move txn-amount             to ws-echo-amount.
           move txn-to-num             to ws-echo-to.
           move txn-reason             to ws-echo-reason.
           move txn-override           to ws-echo-override.
           move txn-user               to ws-echo-user.
           write report-line from ws-txn-echo-line
               after advancing 2 lines.
      *
           perform 250-validate-txn.
           if ws-txn-valid
               perform 270-check-user
           end-if.
           if ws-txn-valid
               if txn-action-transfer
                   perform 310-apply-transfer
                   after advancing 1 lines
           end-if.
      *
      *applied, or refused for want of entitlement - on the log
           if ws-txn-valid or ws-access-refused
               perform 290-log-activity
           end-if.
      *
      * read next transaction (if any), whether this one applied or not
           perform 200-read-txn-file.
      *
               move txn-month          to ws-txn-month-n
               move txn-amount         to ws-txn-amount-n
           end-if.
      *
      *a closed month has been paid or posted on - changing it takes
      * a stated reason, since payroll & finance will have to be
      * trued up behind it
           if ws-txn-valid
             and (ws-close-bonus(ws-txn-month-n)
                  or ws-close-alloc(ws-txn-month-n))
             and txn-override = spaces
               move 'n'                to ws-txn-valid-flag
               move 'month is closed - override reason needed'
                                       to ws-txn-reason
           end-if.
      *
       260-find-operator.
      *looks an operator number up in the snapshot table - the
                   move ws-emp-srch-ctr to ws-emp-from-idx
               end-if
           end-perform.
      *
       270-check-user.
      *the submitting user must be on the profile file, in force, &
      * hold a role that may submit changes - a team lead may look
      * operators up but not change anything
           move 0                      to ws-user-idx.
           perform varying ws-user-srch-ctr from 1 by 1
             until ws-user-srch-ctr > ws-user-count
               or ws-user-idx > 0
               if ws-user-tbl-id(ws-user-srch-ctr) = txn-user
                   move ws-user-srch-ctr to ws-user-idx
               end-if
           end-perform.
      *
           evaluate true
               when txn-user = spaces
                   move 'n'            to ws-txn-valid-flag
                   move 'transaction carries no user id'
                                       to ws-txn-reason
               when ws-user-idx = 0
                   move 'n'            to ws-txn-valid-flag
                   move 'user is not on the profile file'
                                       to ws-txn-reason
               when not ws-user-tbl-active(ws-user-idx)
                   move 'n'            to ws-txn-valid-flag
                   move 'user profile is revoked'
                                       to ws-txn-reason
               when ws-user-tbl-lead(ws-user-idx)
                   move 'n'            to ws-txn-valid-flag
                   move 'team lead role may not submit changes'
                                       to ws-txn-reason
               when other
                   continue
           end-evaluate.
           if ws-txn-invalid
               move 'y'                to ws-access-refused-flag
           end-if.
      *
       280-check-user-team.
      *the user must be entitled to team ws-auth-team - an
      * administrator is entitled to every team
           if ws-txn-valid
             and not ws-user-tbl-admin(ws-user-idx)
               if ws-auth-team < 1
                   move 'n'            to ws-txn-valid-flag
               else
                   if ws-user-tbl-teams(ws-user-idx)
                        (ws-auth-team:1) not = 'y'
                       move 'n'        to ws-txn-valid-flag
                   end-if
               end-if
               if ws-txn-invalid
                   move 'y'            to ws-access-refused-flag
                   move 'user is not entitled to the team'
                                       to ws-txn-reason
               end-if
           end-if.
      *
       285-check-work-team.
      *the user must be entitled to the team the snapshot record in
      * ws-work-rec carries - a garbled team code entitles nobody but
      * an administrator
           if ws-work-team numeric
               move ws-work-team       to ws-auth-team
           else
               move 0                  to ws-auth-team
           end-if.
           perform 280-check-user-team.
      *
       290-log-activity.
      *one line on the activity log for a transaction applied, or
      * refused because the user was not entitled to it
           move spaces                 to act-rec.
           accept act-date from date.
           accept act-time from time.
           move txn-user               to act-user.
           move 'A7-VolumeAdjust' to act-program.
           move 't'                    to act-kind.
           if ws-txn-valid
               move 'a'                to act-result
           else
               move 'r'                to act-result
               move ws-txn-reason      to act-reason
           end-if.
           move ws-echo-action         to act-action.
           move txn-from-num            to act-subject.
           move txn-to-num              to act-other-subject.
           move ws-auth-team           to act-team.
           write act-rec.
      *
       310-apply-transfer.
      *moves the month's calls from operator a to operator b - the
               move 'from-operator not on snapshot'
                                       to ws-txn-reason
           end-if.
           if ws-txn-valid
               move ws-emp-tbl-image(ws-emp-from-idx) to ws-work-rec
               perform 285-check-work-team
           end-if.
           if ws-txn-valid
               move ws-emp-from-idx    to ws-emp-to-idx
               move txn-to-num         to ws-work-num
                   move ws-emp-srch-ctr to ws-emp-to-idx
               end-if
           end-if.
           if ws-txn-valid
               move ws-emp-tbl-image(ws-emp-to-idx) to ws-work-rec
               perform 285-check-work-team
           end-if.
      *
      *the from-side - month loaded, numeric & big enough to give
           if ws-txn-valid
               perform 350-write-after-image
               perform 360-write-applied-line
               add 1                   to ws-transfer-count
               perform 370-note-closed-month
           end-if.
      *
       320-apply-set.
               move 'operator not on snapshot'
                                       to ws-txn-reason
           end-if.
           if ws-txn-valid
               move ws-emp-tbl-image(ws-emp-from-idx) to ws-work-rec
               perform 285-check-work-team
           end-if.
      *
           if ws-txn-valid
               move ws-emp-tbl-image(ws-emp-from-idx) to ws-work-rec
               perform 350-write-after-image
               perform 360-write-applied-line
               add 1                   to ws-set-count
               perform 370-note-closed-month
           end-if.
      *
       330-check-month-usable.
           move ws-work-calls(ws-txn-month-n) to ws-applied-new.
           write report-line from ws-applied-line
               after advancing 1 lines.
      *
       370-note-closed-month.
      *calls out an applied change to a closed month on the listing,
      * so the true-up run is not left to find it on its own
           if ws-close-bonus(ws-txn-month-n)
             or ws-close-alloc(ws-txn-month-n)
               add 1                   to ws-closed-count
               move ws-txn-month-n     to ws-closed-month
               evaluate true
                   when ws-close-bonus(ws-txn-month-n)
                     and ws-close-alloc(ws-txn-month-n)
                       move 'bonus+allocation' to ws-closed-what
                   when ws-close-bonus(ws-txn-month-n)
                       move 'bonus'    to ws-closed-what
                   when other
                       move 'cost allocation' to ws-closed-what
               end-evaluate
               write report-line from ws-closed-line
                   after advancing 1 lines
           end-if.
      *
       500-write-adjusted-snapshot.
      *writes the whole table - adjusted & untouched records alike -
           move ws-set-count           to ws-total-sets.
           move ws-reject-count        to ws-total-rejects.
           move ws-out-count           to ws-total-out.
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
       end program A7-VolumeAdjust.
