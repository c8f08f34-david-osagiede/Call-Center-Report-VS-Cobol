      * and at what age. It loops until a blank entry or 'end' is
      * keyed. The data files are re-read per inquiry, so the screen
      * always shows what is on disk right now, not a stale load.
      * The session opens with the user's id, checked against the
      * user profile file; an unknown or revoked user gets no
      * session, and an operator outside the user's teams is not
      * shown. Every inquiry, answered or refused, goes on the
      * activity log A7-AccessReview reports from.
      *
       environment division.
       input-output section.
               record key is que-code
               file status  is ws-queue-status.
      *
      *the user profiles kept by the security administrator - optional;
      * with no profile on file nobody can open a session
           select optional user-file
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
      *the operator master, read by key per inquiry
           select optional master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is line sequential
               file status  is ws-emp-status.
      *
      *the cumulative history, keyed by operator & fiscal year - per
      * inquiry the keyed operator's prior fiscal years are read, &
      * no-one else's
           select optional history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is dynamic
               record key is oph-key
               file status  is ws-hist-status.
      *
      *the live suspense - scanned per inquiry for records sitting
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
       fd master-file
           data record is opm-rec
               10 ws-queue-tbl-status  pic x    value space.
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
      *the operator number under inquiry & the session control
       01 ws-inquiry-control.
           05 ws-inquiry-num         pic x(3)  value spaces.
           05 ws-session-user        pic x(8)  value spaces.
           05 ws-log-action          pic x(10) value spaces.
           05 ws-log-reason          pic x(40) value spaces.
           05 ws-session-done-flag   pic x     value 'n'.
               88 ws-session-done              value 'y'.
           05 ws-found-anything-flag pic x     value 'n'.
      *the queue labels once, then inquiries until the operator
      * keys a blank or 'end'
           perform 045-load-queue-file.
           perform 046-load-user-profiles.
      *
      *every inquiry goes on the activity log, so a session that
      * cannot log answers nothing
           open extend activity-file.
           if not ws-activity-opened
               display 'A7-OperatorInquiry: activity log cannot be '
                       'opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           perform 050-sign-on.
      *
           if not ws-session-done
               display ' '
               display 'operator inquiry - key an operator number, '
                       'blank or end to finish'
           end-if.
      *
           perform 100-take-one-inquiry
               until ws-session-done.
      *
           close activity-file.
      *
           display ' '.
           display 'inquiry session ended'.
               move 'y'                to ws-queue-loaded-flag
               close queue-file
           end-if.
      *
       046-load-user-profiles.
      *loads the user profiles - a line with no user id or a role
      * that is not l, s or a is dropped; with none on file the
      * sign-on below turns every user away
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
       050-sign-on.
      *the user keys their id - one not on the profile file, or whose
      * profile is revoked, gets no session & the refusal is logged
           display ' '.
           display 'user id: ' with no advancing.
           move spaces                 to ws-session-user.
           accept ws-session-user.
      *
           move 0                      to ws-user-idx.
           perform varying ws-user-srch-ctr from 1 by 1
             until ws-user-srch-ctr > ws-user-count
               or ws-user-idx > 0
               if ws-user-tbl-id(ws-user-srch-ctr) = ws-session-user
                 and ws-session-user not = spaces
                   move ws-user-srch-ctr to ws-user-idx
               end-if
           end-perform.
      *
           move 'n'                    to ws-access-refused-flag.
           if ws-user-idx = 0
               move 'y'                to ws-access-refused-flag
               move 'user is not on the profile file'
                                       to ws-log-reason
           else
               if not ws-user-tbl-active(ws-user-idx)
                   move 'y'            to ws-access-refused-flag
                   move 'user profile is revoked'
                                       to ws-log-reason
               end-if
           end-if.
      *
           if ws-access-refused
               display '  ' ws-log-reason ' - session refused'
               move 'y'                to ws-session-done-flag
               move 'sign-on'          to ws-log-action
               move spaces             to ws-inquiry-num
               move 0                  to ws-auth-team
               perform 290-log-inquiry
           end-if.
      *
       100-take-one-inquiry.
      *one round of the session - prompt, accept, answer
           display ' '.
           display '===== operator ' ws-inquiry-num ' ====='.
      *
           perform 250-check-entitlement.
      *
           if ws-access-refused
               display '  not in your teams - not shown'
           else
               perform 300-show-master
               perform 400-show-current-year
               perform 500-show-history
               perform 600-show-suspense
               if not ws-found-anything
                   display '  nothing on file under this number'
               end-if
           end-if.
      *
           move 'inquiry'              to ws-log-action.
           move 'operator is not in the user teams'
                                       to ws-log-reason.
           perform 290-log-inquiry.
      *
       250-check-entitlement.
      *the operator's team off the master - an administrator may see
      * every operator; anyone else only an operator the master puts
      * in one of their teams
           move 0                      to ws-auth-team.
           move 'n'                    to ws-access-refused-flag.
           open input master-file.
           if ws-master-ok
               move ws-inquiry-num     to opm-num
               read master-file
               if ws-master-ok and opm-team numeric
                   move opm-team       to ws-auth-team
               end-if
               close master-file
           end-if.
      *
           if not ws-user-tbl-admin(ws-user-idx)
               if ws-auth-team < 1
                   move 'y'            to ws-access-refused-flag
               else
                   if ws-user-tbl-teams(ws-user-idx)
                        (ws-auth-team:1) not = 'y'
                       move 'y'        to ws-access-refused-flag
                   end-if
               end-if
           end-if.
      *
       290-log-inquiry.
      *one line on the activity log for the inquiry or sign-on, with
      * the reason when it was refused
           move spaces                 to act-rec.
           accept act-date from date.
           accept act-time from time.
           move ws-session-user        to act-user.
           move 'A7-OperatorInquiry'   to act-program.
           move 'i'                    to act-kind.
           if ws-access-refused
               move 'r'                to act-result
               move ws-log-reason      to act-reason
           else
               move 'a'                to act-result
           end-if.
           move ws-log-action          to act-action.
           move ws-inquiry-num         to act-subject.
           move ws-auth-team           to act-team.
           write act-rec.
      *
       300-show-master.
      *the standing data - one keyed read
           display '    year-to-date total calls: ' ws-dsp-edit5.
      *
       500-show-history.
      *the prior fiscal years off the cumulative history - positions
      * on the operator's earliest year & reads along the operator's
      * years only
           move 'n'                    to ws-eof-flag.
           open input history-file.
           if not ws-hist-ok
               display '  (history not on file)'
           else
               move ws-inquiry-num     to oph-num
               move 0                  to oph-fy
               start history-file key is not less than oph-key
                   invalid key move 'y' to ws-eof-flag
               end-start
               perform 510-scan-history-file
                   until ws-end-of-file
               close history-file
           end-if.
      *
       510-scan-history-file.
           read history-file next record
               at end move 'y'         to ws-eof-flag
               not at end
                   if oph-num not = ws-inquiry-num
                       move 'y'        to ws-eof-flag
                   end-if
                   if oph-num = ws-inquiry-num
                     and oph-fy numeric and oph-total numeric
                       move 'y'        to ws-found-anything-flag
