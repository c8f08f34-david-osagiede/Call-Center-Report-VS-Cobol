      * maintenance log, the same discipline A7-OperatorMasterMaint
      * applies to the operator master, so standing up a new queue or
      * retiring an old one is a data change with an audit trail
      * instead of a programming request. Every transaction carries
      * the user who submitted it, and is applied only when that
      * user's profile is in force, allows changes, and covers the
      * queue's team code; each one applied or refused for want of
      * entitlement goes on the activity log A7-AccessReview reports
      * from.
      *
       environment division.
       input-output section.
               record key is que-code
               file status  is ws-queue-status.
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
      *the day's add/change/retire transactions from operations
           select txn-file
               assign to '../../../data/A7-QueueTxn.dat'
           record contains 15 characters.
      *
           copy QUEREF.
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
           record contains 23 characters.
      *
       01 txn-rec.
           05 txn-action               pic x(1).
           05 txn-code                 pic x(1).
           05 txn-name                 pic x(10).
           05 txn-sla                  pic x(3).
      *the user who submitted the transaction, as on the profile file
           05 txn-user                 pic x(8).
      *
       fd report-file
           data record is report-line
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
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
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(4) value 'sla '.
           05 ws-echo-sla              pic x(3).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'by '.
           05 ws-echo-user             pic x(8).
           05 filler                   pic x(69) value spaces.
      *
      *before/after image of the queue record a transaction touched
       01 ws-image-line.
      *
       000-main.
      *
      *load the user profiles every transaction is checked against
           perform 046-load-user-profiles.
      *
      *open files
           open i-o    queue-file,
                input  txn-file,
                extend activity-file,
                output report-file.
      *
      *every applied transaction goes on the activity log, so a run
      * that cannot log stops before it changes anything
           if not ws-activity-opened
               display 'A7-QueueRefMaint: activity log cannot be '
                       'opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
      *close files
           close queue-file
                 txn-file
                 activity-file
                 report-file.
      *
           stop run.
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
               display 'A7-QueueRefMaint: user profile file '
                       'missing or empty - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
       100-print-headings.
      *
      * every path leaves a before/after pair (or a rejection reason)
      * on the log
           add 1                       to ws-txn-count.
           move 'n'                    to ws-access-refused-flag.
           move 0                      to ws-auth-team.
      *
           evaluate true
               when txn-action-add
           move txn-code               to ws-echo-code.
           move txn-name               to ws-echo-name.
           move txn-sla                to ws-echo-sla.
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
                                       to ws-txn-reason
               end-if
           end-if.
      *
       265-check-entitlement.
      *the submitting user must be entitled to the team the queue
      * code stands for - the same code the operator master carries
           perform 270-check-user.
           if ws-txn-valid
               move txn-code           to ws-auth-team
               perform 280-check-user-team
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
           move 'A7-QueueRefMaint' to act-program.
           move 't'                    to act-kind.
           if ws-txn-valid
               move 'a'                to act-result
           else
               move 'r'                to act-result
               move ws-txn-reason      to act-reason
           end-if.
           move ws-echo-action         to act-action.
           move txn-code                to act-subject.
           move spaces                 to act-other-subject.
           move ws-auth-team           to act-team.
           write act-rec.
      *
       310-apply-add.
      *writes a brand-new queue record from the transaction - a
