      * and team/queue codes. It applies add/change/deactivate
      * transactions from a transaction file against the master and
      * prints a before/after maintenance log so every change to an
      * operator's standing data is visible and auditable. Every add
      * and every change of team also keeps the team-assignment
      * history, so the team rollups can put each month on the team
      * the operator actually sat on that month. Every transaction
      * carries the user who submitted it, and is applied only when
      * that user's profile is in force, allows changes, and covers
      * the operator's team (both teams, on a move); each one applied
      * or refused for want of entitlement goes on the activity log
      * A7-AccessReview reports from.
      *
       environment division.
       input-output section.
               record key is que-code
               file status  is ws-queue-status.
      *
      *the team-assignment history - one spell per operator per team,
      * keyed by operator & effective-from month; optional so the
      * first maintenance run after it was introduced creates it
           select optional team-hist-file
               assign to '../../../data/A7-TeamHistory.dat'
               organization is indexed
               access is dynamic
               record key is tmh-key
               file status  is ws-team-hist-status.
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
      *the day's add/change/deactivate transactions from HR
           select txn-file
               assign to '../../../data/A7-OpMasterTxn.dat'
           record contains 15 characters.
      *
           copy QUEREF.
      *
       fd team-hist-file
           data record is tmh-rec
           record contains 22 characters.
      *
           copy TEAMHIST.
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
           record contains 39 characters.
      *
       01 txn-rec.
           05 txn-action               pic x(1).
           05 txn-name                 pic x(12).
           05 txn-team                 pic 9(1).
           05 txn-hire-date            pic 9(8).
      *fiscal month an add or team change takes effect, ccyymm -
      * left blank, it takes effect in the current fiscal month
           05 txn-eff-period           pic x(6).
           05 txn-eff-parts redefines txn-eff-period.
               10 txn-eff-fy           pic 9(4).
               10 txn-eff-month        pic 9(2).
      *the user who submitted the transaction, as on the profile file
           05 txn-user                 pic x(8).
      *
       fd report-file
           data record is report-line
               88 ws-master-ok                  value '00'.
               88 ws-master-dup-key             value '22'.
               88 ws-master-not-found           value '23'.
      *
      *team-assignment history control - the open spell found for an
      * operator whose team is changing, & the effective month the
      * change is keyed under
       01 ws-team-hist-control.
           05 ws-team-hist-status    pic xx    value spaces.
               88 ws-team-hist-ok              value '00'.
           05 ws-spell-found-flag    pic x     value 'n'.
               88 ws-spell-found               value 'y'.
           05 ws-team-moved-flag     pic x     value 'n'.
               88 ws-team-moved                value 'y'.
           05 ws-old-team            pic 9     value 0.
           05 ws-open-spell-key      pic x(9)  value spaces.
           05 ws-open-spell-from     pic 9(6)  value 0.
      *
      *today's date, & the fiscal month it falls in - the default
      * effective month for a transaction that does not carry one
       01 ws-date-fields.
           05 ws-today-date          pic 9(6)  value 0.
           05 ws-today-parts redefines ws-today-date.
               10 ws-today-yy        pic 9(2).
               10 ws-today-mm        pic 9(2).
               10 ws-today-dd        pic 9(2).
           05 ws-current-period      pic 9(6)  value 0.
           05 ws-current-parts redefines ws-current-period.
               10 ws-current-fy      pic 9(4).
               10 ws-current-month   pic 9(2).
           05 ws-eff-period          pic 9(6)  value 0.
           05 ws-eff-parts redefines ws-eff-period.
               10 ws-eff-fy          pic 9(4).
               10 ws-eff-month       pic 9(2).
           05 ws-prior-period        pic 9(6)  value 0.
           05 ws-prior-parts redefines ws-prior-period.
               10 ws-prior-fy        pic 9(4).
               10 ws-prior-month     pic 9(2).
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
                   88 ws-queue-tbl-active     value 'a'.
                   88 ws-queue-tbl-defined    value 'a' 'r'.
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
      * away, carried onto the maintenance log
       01 ws-txn-validation.
           05 ws-change-count          pic 9(5) value 0.
           05 ws-deact-count           pic 9(5) value 0.
           05 ws-reject-count          pic 9(5) value 0.
           05 ws-spell-count           pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
           05 ws-echo-team             pic 9.
           05 filler                   pic x(2) value spaces.
           05 ws-echo-hire-date        pic 9(8).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-eff-period       pic x(6).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'by '.
           05 ws-echo-user             pic x(8).
           05 filler                   pic x(53) value spaces.
      *
      *before/after image of the master record a transaction touched
       01 ws-image-line.
           05 filler                   pic x(22)
               value '(no master record)'.
           05 filler                   pic x(96) value spaces.
      *
      *a team-assignment spell opened or closed by the transaction
       01 ws-spell-line.
           05 filler                   pic x(4) value spaces.
           05 ws-spell-label           pic x(8).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value 'team '.
           05 ws-spell-team            pic 9.
           05 filler                   pic x(7) value '  from '.
           05 ws-spell-from            pic x(7).
           05 filler                   pic x(5) value '  to '.
           05 ws-spell-to              pic x(7).
           05 filler                   pic x(86) value spaces.
      *
       01 ws-spell-period-edit.
           05 ws-spell-edit-fy         pic 9(4).
           05 filler                   pic x    value '/'.
           05 ws-spell-edit-month      pic 9(2).
      *
       01 ws-reject-line.
           05 filler                   pic x(4) value spaces.
               value 'transactions rejected:    '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'team history spells:      '.
           05 ws-total-spells          pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
      * code below comes from it
           perform 045-load-queue-file.
      *
      *load the user profiles every transaction is checked against
           perform 046-load-user-profiles.
      *
      *open files
           open i-o    master-file,
                i-o    team-hist-file,
                input  txn-file,
                extend activity-file,
                output report-file.
      *
      *every applied transaction goes on the activity log, so a run
      * that cannot log stops before it changes anything
           if not ws-activity-opened
               display 'A7-OperatorMasterMaint: activity log cannot be '
                       'opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
      *
      *work out the fiscal month today falls in - the effective month
      * for any add or team change that does not name its own
           perform 050-set-current-period.
      *
      *output first headings
           perform 100-print-headings.
      *
      *
      *close files
           close master-file
                 team-hist-file
                 txn-file
                 activity-file
                 report-file.
      *
           stop run.
               move 16                 to return-code
               stop run
           end-if.
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
               display 'A7-OperatorMasterMaint: user profile file '
                       'missing or empty - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
       050-set-current-period.
      *the july-june fiscal year is named for the calendar year it
      * starts in - july is fiscal month 1, june fiscal month 12
           accept ws-today-date from date.
           if ws-today-mm >= 7
               compute ws-current-fy = 2000 + ws-today-yy
               compute ws-current-month = ws-today-mm - 6
           else
               compute ws-current-fy = 2000 + ws-today-yy - 1
               compute ws-current-month = ws-today-mm + 6
           end-if.
      *
       100-print-headings.
      *
      * path leaves a before/after pair (or a rejection reason) on
      * the log
           add 1                       to ws-txn-count.
           move 'n'                    to ws-access-refused-flag.
           move 0                      to ws-auth-team.
      *
           evaluate true
               when txn-action-add
           else
               move 0                  to ws-echo-hire-date
           end-if.
           move txn-eff-period         to ws-echo-eff-period.
           move txn-user               to ws-echo-user.
           write report-line from ws-txn-echo-line
               after advancing 2 lines.
      *
           perform 250-validate-txn.
           if ws-txn-valid
               perform 265-check-entitlement
           end-if.
           if ws-txn-valid
               evaluate true
                   when txn-action-add
               perform 360-write-reject-line
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
                   end-if
               end-if
           end-if.
      *
      *the effective month - blank means the current fiscal month; a
      * month that is given on an add or change must be a real one
           if txn-action-deact or txn-eff-period = spaces
               move ws-current-period  to ws-eff-period
           else
               if txn-eff-period not numeric
                 or txn-eff-fy = 0
                 or txn-eff-month < 1
                 or txn-eff-month > 12
                   if ws-txn-valid
                       move 'n'        to ws-txn-valid-flag
                       move 'effective month is not a fiscal month'
                                       to ws-txn-reason
                   end-if
               else
                   move txn-eff-period to ws-eff-period
               end-if
           end-if.
      *
       265-check-entitlement.
      *the submitting user must be entitled to the operator's team -
      * the team an add puts the operator on, or the team a change or
      * deactivate finds on the master, & on a move the team the
      * operator is moving to as well; an operator not on the master
      * is left to the apply paragraph to turn away
           perform 270-check-user.
           if ws-txn-valid
               if txn-action-add
                   move txn-team       to ws-auth-team
                   perform 280-check-user-team
               else
                   move txn-num        to opm-num
                   read master-file
                   if ws-master-ok
                       move opm-team   to ws-auth-team
                       perform 280-check-user-team
                       if txn-action-change
                         and txn-team numeric and txn-team >= 1
                         and txn-team not = opm-team
                           if ws-queue-tbl-active(txn-team)
                               move txn-team to ws-auth-team
                               perform 280-check-user-team
                           end-if
                       end-if
                   end-if
               end-if
           end-if.
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
       290-log-activity.
      *one line on the activity log for a transaction applied, or
      * refused because the user was not entitled to it
           move spaces                 to act-rec.
           accept act-date from date.
           accept act-time from time.
           move txn-user               to act-user.
           move 'A7-OperatorMasterMaint' to act-program.
           move 't'                    to act-kind.
           if ws-txn-valid
               move 'a'                to act-result
           else
               move 'r'                to act-result
               move ws-txn-reason      to act-reason
           end-if.
           move ws-echo-action         to act-action.
           move txn-num                to act-subject.
           move spaces                 to act-other-subject.
           move ws-auth-team           to act-team.
           write act-rec.
      *
       310-apply-add.
      *writes a brand-new master record from the transaction - a
                   after advancing 1 lines
               add 1                   to ws-add-count
               perform 350-write-after-image
               perform 385-write-open-spell
           end-if.
      *
       320-apply-change.
      *rewrites an existing master record with whatever standing data
      * the transaction carries - a blank name, a team code that is
      * not an active queue on the reference or a zero hire date
      * mean "leave that field as it stands"; a move to another team
      * closes the operator's current history spell the month before
      * the effective month & opens a new one from it, so a move
      * keyed on or before the current spell's start is turned away
      * rather than leave two spells claiming the same month
           move txn-num                to opm-num.
           read master-file.
           if not ws-master-ok
               move 'n'                to ws-txn-valid-flag
               move 'operator not on master'
                                       to ws-txn-reason
           end-if.
      *
           move 'n'                    to ws-team-moved-flag.
           move 'n'                    to ws-spell-found-flag.
           if ws-txn-valid
             and txn-team numeric and txn-team >= 1
               if ws-queue-tbl-active(txn-team)
                 and txn-team not = opm-team
                   move 'y'            to ws-team-moved-flag
                   move opm-team       to ws-old-team
                   perform 370-find-open-spell
               end-if
           end-if.
      *
           if ws-team-moved and ws-spell-found
             and ws-open-spell-from >= ws-eff-period
               move 'n'                to ws-txn-valid-flag
               move 'team move not after current spell start'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid
               perform 340-write-before-image
               if txn-name not = spaces
                   move txn-name       to opm-name
               end-if
               if ws-team-moved
                   move txn-team       to opm-team
               end-if
               if txn-hire-date numeric and txn-hire-date > 0
                   move txn-hire-date  to opm-hire-date
               rewrite opm-rec
               add 1                   to ws-change-count
               perform 350-write-after-image
               if ws-team-moved
                   perform 380-close-current-spell
                   perform 385-write-open-spell
               end-if
           end-if.
      *
       330-apply-deactivate.
           move opm-team               to ws-image-team.
           move opm-hire-date          to ws-image-hire-date.
           move opm-status             to ws-image-status.
      *
       370-find-open-spell.
      *positions on the operator's first history spell & reads along
      * them for the one still open - an operator added before the
      * history was kept has none
           move txn-num                to tmh-num.
           move 0                      to tmh-from-period.
           start team-hist-file key is not less than tmh-key
               invalid key move 'x'    to ws-team-hist-status
           end-start.
           perform until not ws-team-hist-ok
               or ws-spell-found
               read team-hist-file next record
                   at end move 'x'      to ws-team-hist-status
                   not at end
                       if tmh-num not = txn-num
                           move 'x'    to ws-team-hist-status
                       else
                           if tmh-open-spell
                               move 'y' to ws-spell-found-flag
                               move tmh-key
                                       to ws-open-spell-key
                               move tmh-from-period
                                       to ws-open-spell-from
                           end-if
                       end-if
               end-read
           end-perform.
      *
       380-close-current-spell.
      *ends the operator's current spell the month before the move -
      * or, for an operator with no spell on file, writes one for the
      * old team covering everything up to that month
           if ws-eff-month = 1
               compute ws-prior-fy = ws-eff-fy - 1
               move 12                 to ws-prior-month
           else
               move ws-eff-fy          to ws-prior-fy
               compute ws-prior-month = ws-eff-month - 1
           end-if.
      *
           if ws-spell-found
               move ws-open-spell-key  to tmh-key
               read team-hist-file
               move ws-prior-period    to tmh-to-period
               move ws-today-date      to tmh-recorded-date
               rewrite tmh-rec
           else
               move txn-num            to tmh-num
               move 0                  to tmh-from-period
               move ws-old-team        to tmh-team
               move ws-prior-period    to tmh-to-period
               move ws-today-date      to tmh-recorded-date
               write tmh-rec
           end-if.
      *
           if ws-team-hist-ok
               add 1                   to ws-spell-count
               move 'closed: '         to ws-spell-label
               perform 390-write-spell-line
           end-if.
      *
       385-write-open-spell.
      *opens the spell the transaction starts - from the effective
      * month, open-ended until the next move closes it
           move txn-num                to tmh-num.
           move ws-eff-period          to tmh-from-period.
           move opm-team               to tmh-team.
           move 999912                 to tmh-to-period.
           move ws-today-date          to tmh-recorded-date.
           write tmh-rec.
           if ws-team-hist-ok
               add 1                   to ws-spell-count
               move 'opened: '         to ws-spell-label
               perform 390-write-spell-line
           end-if.
      *
       390-write-spell-line.
           move tmh-team               to ws-spell-team.
           if tmh-from-period = 0
               move 'start'            to ws-spell-from
           else
               move tmh-from-fy        to ws-spell-edit-fy
               move tmh-from-month     to ws-spell-edit-month
               move ws-spell-period-edit
                                       to ws-spell-from
           end-if.
           if tmh-open-spell
               move 'open'             to ws-spell-to
           else
               move tmh-to-fy          to ws-spell-edit-fy
               move tmh-to-month       to ws-spell-edit-month
               move ws-spell-period-edit
                                       to ws-spell-to
           end-if.
           write report-line from ws-spell-line
               after advancing 1 lines.
      *
       360-write-reject-line.
           add 1                       to ws-reject-count.
           move ws-change-count        to ws-total-changes.
           move ws-deact-count         to ws-total-deacts.
           move ws-reject-count        to ws-total-rejects.
           move ws-spell-count         to ws-total-spells.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
               after advancing 1 lines.
           write report-line from ws-total-line5
               after advancing 1 lines.
           write report-line from ws-total-line6
               after advancing 1 lines.
      *
       end program A7-OperatorMasterMaint.
