       identification division.
       program-id. A7-AccessReview.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program prints the monthly access
      * review internal audit signs off - every line the inquiry &
      * maintenance programs wrote to the activity log in the month,
      * grouped by user in date & time order, each user headed with
      * their profile (role, teams, in force or revoked) and closed
      * with a count of inquiries, changes & refusals. A user with
      * refused attempts, activity on a revoked profile, or activity
      * under an id not on the profile file is called out; so is
      * every profile still in force that did nothing all month, so
      * access nobody uses can be taken away. The month reviewed is
      * the one on the review card, or with no card the calendar
      * month before the run.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the month to review, ccyymm - optional, with no card the
      * review is of the calendar month before the run date
           select optional review-file
               assign to '../../../data/A7-ReviewMonth.dat'
               organization is line sequential
               file status  is ws-review-status.
      *
      *the user profiles kept by the security administrator
           select optional user-file
               assign to '../../../data/A7-Users.dat'
               organization is line sequential
               file status  is ws-user-status.
      *
      *the activity log written by the inquiry & maintenance programs
           select optional activity-file
               assign to '../../../data/A7-Activity.dat'
               organization is line sequential
               file status  is ws-activity-status.
      *
           select sort-file
               assign to '../../../data/A7-AccessSort.tmp'.
      *
           select report-file
               assign to '../../../data/A7-AccessReview.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd review-file
           data record is rvw-rec
           record contains 6 characters.
      *
       01 rvw-rec.
           05 rvw-period               pic 9(6).
           05 rvw-period-parts redefines rvw-period.
               10 rvw-cc               pic 9(2).
               10 rvw-yy               pic 9(2).
               10 rvw-mm               pic 9(2).
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
       sd sort-file
           data record is srt-rec.
      *
      *an activity log line, ordered by user then date & time
       01 srt-rec.
           05 srt-date                 pic 9(6).
           05 srt-time                 pic 9(8).
           05 srt-time-parts redefines srt-time.
               10 srt-time-hhmmss      pic 9(6).
               10 filler               pic 9(2).
           05 srt-user                 pic x(8).
           05 srt-program              pic x(22).
           05 srt-kind                 pic x(1).
               88 srt-inquiry                 value 'i'.
           05 srt-result               pic x(1).
               88 srt-refused                 value 'r'.
           05 srt-action               pic x(10).
           05 srt-subject              pic x(3).
           05 srt-other-subject        pic x(3).
           05 srt-team                 pic 9(1).
           05 srt-reason               pic x(40).
           05 filler                   pic x(7).
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
           05 ws-ctr                   pic 99   value 0.
           05 ws-number-of-teams       pic 9    value 9.
      *
       01 ws-file-status-flags.
           05 ws-review-status       pic xx    value spaces.
               88 ws-review-ok                 value '00'.
           05 ws-user-status         pic xx    value spaces.
               88 ws-user-ok                   value '00'.
           05 ws-activity-status     pic xx    value spaces.
               88 ws-activity-ok               value '00'.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      *
       01 ws-sort-eof-flag             pic x    value 'n'.
           88 ws-sort-end-of-file               value 'y'.
      *
      *the month under review - yymm, the way the log dates carry it
       01 ws-review-fields.
           05 ws-today-date          pic 9(6)  value 0.
           05 ws-today-parts redefines ws-today-date.
               10 ws-today-yy        pic 9(2).
               10 ws-today-mm        pic 9(2).
               10 ws-today-dd        pic 9(2).
           05 ws-review-yy           pic 9(2)  value 0.
           05 ws-review-mm           pic 9(2)  value 0.
      *
      *the user profiles, & whether each user turned up on the log
      * in the month
       01 ws-user-control.
           05 ws-user-count          pic 99    value 0.
           05 ws-max-users           pic 99    value 99.
           05 ws-user-idx            pic 9(3)  value 0.
           05 ws-user-srch-ctr       pic 9(3)  value 0.
       01 ws-user-table.
           05 ws-user-entry            occurs 99.
               10 ws-user-tbl-id       pic x(8)  value spaces.
               10 ws-user-tbl-name     pic x(20) value spaces.
               10 ws-user-tbl-role     pic x     value space.
                   88 ws-user-tbl-lead        value 'l'.
                   88 ws-user-tbl-supervisor  value 's'.
                   88 ws-user-tbl-admin       value 'a'.
               10 ws-user-tbl-teams    pic x(9)  value spaces.
               10 ws-user-tbl-status   pic x     value space.
                   88 ws-user-tbl-active      value 'a'.
               10 ws-user-tbl-seen     pic x     value 'n'.
                   88 ws-user-tbl-was-seen    value 'y'.
      *
      *the user whose activity is printing & their running counts
       01 ws-break-fields.
           05 ws-current-user        pic x(8)  value spaces.
           05 ws-first-user-flag     pic x     value 'y'.
               88 ws-first-user                value 'y'.
           05 ws-user-inquiries      pic 9(5)  value 0.
           05 ws-user-changes        pic 9(5)  value 0.
           05 ws-user-refused        pic 9(5)  value 0.
           05 ws-team-list           pic x(17) value spaces.
           05 ws-role-word           pic x(10) value spaces.
      *
       01 ws-counts.
           05 ws-read-count            pic 9(7) value 0.
           05 ws-month-count           pic 9(7) value 0.
           05 ws-active-user-count     pic 9(5) value 0.
           05 ws-refused-count         pic 9(5) value 0.
           05 ws-attention-count       pic 9(5) value 0.
           05 ws-idle-count            pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '      monthly access review. '.
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
               value 'inquiry & maintenance activity'.
           05 filler                   pic x(56)
               value spaces.
      *
       01 ws-period-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(14)
               value 'review month: '.
           05 filler                   pic x(2) value '20'.
           05 ws-period-yy             pic 9(2).
           05 filler                   pic x(1) value '/'.
           05 ws-period-mm             pic 9(2).
           05 filler                   pic x(109) value spaces.
      *
       01 ws-user-heading-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value 'user: '.
           05 ws-uh-id                 pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-uh-name               pic x(20).
           05 filler                   pic x(2) value spaces.
           05 ws-uh-role               pic x(10).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value 'teams '.
           05 ws-uh-teams              pic x(17).
           05 filler                   pic x(2) value spaces.
           05 ws-uh-status             pic x(20).
           05 filler                   pic x(35) value spaces.
      *
       01 ws-column-heading.
           05 filler                   pic x(6) value spaces.
           05 filler                   pic x(40)
               value 'date    time    program'.
           05 filler                   pic x(39)
               value 'kind      action      operator'.
           05 filler                   pic x(47)
               value 'result   reason'.
      *
       01 ws-detail-line.
           05 filler                   pic x(6) value spaces.
           05 ws-dl-date               pic 9(6).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-time               pic 9(6).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-program            pic x(22).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-kind               pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-action             pic x(10).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-subject            pic x(3).
           05 ws-dl-arrow              pic x(1).
           05 ws-dl-other              pic x(3).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(5) value 'team '.
           05 ws-dl-team               pic 9.
           05 filler                   pic x(2) value spaces.
           05 ws-dl-result             pic x(7).
           05 filler                   pic x(2) value spaces.
           05 ws-dl-reason             pic x(38).
      *
       01 ws-user-total-line.
           05 filler                   pic x(6) value spaces.
           05 filler                   pic x(10) value 'inquiries '.
           05 ws-ut-inquiries          pic zzzz9.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value 'changes '.
           05 ws-ut-changes            pic zzzz9.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(8) value 'refused '.
           05 ws-ut-refused            pic zzzz9.
           05 filler                   pic x(4) value spaces.
           05 ws-ut-note               pic x(40).
           05 filler                   pic x(37) value spaces.
      *
       01 ws-idle-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(42)
               value 'profiles in force with no activity in the'.
           05 filler                   pic x(43)
               value 'month - confirm the access is still needed'.
           05 filler                   pic x(45) value spaces.
      *
       01 ws-idle-line.
           05 filler                   pic x(6) value spaces.
           05 ws-il-id                 pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-il-name               pic x(20).
           05 filler                   pic x(2) value spaces.
           05 ws-il-role               pic x(10).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value 'teams '.
           05 ws-il-teams              pic x(17).
           05 filler                   pic x(59) value spaces.
      *
       01 ws-none-line.
           05 filler                   pic x(6) value spaces.
           05 ws-none-text             pic x(40).
           05 filler                   pic x(86) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(24)
               value 'log lines read:         '.
           05 ws-total-read            pic zzzzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(24)
               value 'log lines in the month: '.
           05 ws-total-month           pic zzzzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'users with activity:      '.
           05 ws-total-active          pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'refused attempts:         '.
           05 ws-total-refused         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'users needing attention:  '.
           05 ws-total-attention       pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'profiles with no activity:'.
           05 ws-total-idle            pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *the month under review, then who is on the profile file
           perform 040-read-review-month.
           perform 046-load-user-profiles.
      *
      *open files
           open output report-file.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
      *
      *output first headings
           perform 100-print-headings.
      *
      *the month's log lines, user by user in date & time order
           sort sort-file
               ascending key srt-user srt-date srt-time
               input procedure is 300-release-activity
               output procedure is 400-print-activity.
      *
      *then the profiles nobody used
           perform 500-print-idle-profiles.
      *
      *output total lines
           perform 600-print-totals.
      *
      *close files
           close report-file.
      *
           stop run.
      *
       040-read-review-month.
      *the month on the review card - with no card, or a card that is
      * not a real ccyymm, the calendar month before today
           accept ws-today-date from date.
           if ws-today-mm = 1
               if ws-today-yy = 0
                   move 99             to ws-review-yy
               else
                   compute ws-review-yy = ws-today-yy - 1
               end-if
               move 12                 to ws-review-mm
           else
               move ws-today-yy        to ws-review-yy
               compute ws-review-mm = ws-today-mm - 1
           end-if.
      *
           open input review-file.
           if ws-review-ok
               read review-file
                   not at end
                       if rvw-period numeric
                         and rvw-mm >= 1 and rvw-mm <= 12
                           move rvw-yy to ws-review-yy
                           move rvw-mm to ws-review-mm
                       end-if
               end-read
               close review-file
           end-if.
      *
       046-load-user-profiles.
      *loads the user profiles - a line with no user id is dropped;
      * the profile's name, role & teams head each user's activity
           open input user-file.
           if ws-user-ok
               perform until ws-user-status not = '00'
                   read user-file
                       at end move 'x'  to ws-user-status
                       not at end
                           if usr-id not = spaces
                             and ws-user-count < ws-max-users
                               add 1   to ws-user-count
                               move usr-id
                                 to ws-user-tbl-id(ws-user-count)
                               move usr-name
                                 to ws-user-tbl-name(ws-user-count)
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
       100-print-headings.
      *
           write report-line from ws-name-line
               after advancing 1 line.
      *
           write report-line from ws-report-heading
               after advancing 1 line.
      *
           move ws-review-yy           to ws-period-yy.
           move ws-review-mm           to ws-period-mm.
           write report-line from ws-period-line
               after advancing 2 lines.
      *
       200-read-activity-file.
      *reads a line from the activity log & stores it in act-rec
      * - unless eof is encountered in which case it sets
      *    ws-eof-flag to y
           read activity-file
               at end move 'y'          to ws-eof-flag.
      *
       300-release-activity.
      *hands the sort every log line dated in the month under review
           open input activity-file.
           if ws-activity-ok
               perform 200-read-activity-file
               perform until ws-end-of-file
                   add 1               to ws-read-count
                   if act-date numeric
                     and act-date-yy = ws-review-yy
                     and act-date-mm = ws-review-mm
                       add 1           to ws-month-count
                       move act-rec    to srt-rec
                       release srt-rec
                   end-if
                   perform 200-read-activity-file
               end-perform
               close activity-file
           end-if.
      *
       400-print-activity.
      *prints the sorted lines, with a heading each time the user
      * changes & the user's counts after their last line
           perform 410-return-sorted-activity.
           if ws-sort-end-of-file
               move 'no activity logged in the month'
                                       to ws-none-text
               write report-line from ws-none-line
                   after advancing 2 lines
           end-if.
           perform until ws-sort-end-of-file
               if ws-first-user or srt-user not = ws-current-user
                   if not ws-first-user
                       perform 440-print-user-total
                   end-if
                   move 'n'            to ws-first-user-flag
                   move srt-user       to ws-current-user
                   perform 420-print-user-heading
               end-if
               perform 430-print-activity-line
               perform 410-return-sorted-activity
           end-perform.
           if not ws-first-user
               perform 440-print-user-total
           end-if.
      *
       410-return-sorted-activity.
           return sort-file
               at end move 'y'         to ws-sort-eof-flag.
      *
       420-print-user-heading.
      *the user's profile as it stands today - or the plain fact that
      * the id is not on the profile file at all
           add 1                       to ws-active-user-count.
           move 0                      to ws-user-inquiries.
           move 0                      to ws-user-changes.
           move 0                      to ws-user-refused.
      *
           move 0                      to ws-user-idx.
           perform varying ws-user-srch-ctr from 1 by 1
             until ws-user-srch-ctr > ws-user-count
               or ws-user-idx > 0
               if ws-user-tbl-id(ws-user-srch-ctr) = ws-current-user
                   move ws-user-srch-ctr to ws-user-idx
               end-if
           end-perform.
      *
           move ws-current-user        to ws-uh-id.
           if ws-user-idx = 0
               move spaces             to ws-uh-name
               move spaces             to ws-uh-role
               move spaces             to ws-uh-teams
               move '*** no profile ***' to ws-uh-status
           else
               move 'y'                to ws-user-tbl-seen(ws-user-idx)
               perform 450-describe-profile
               move ws-user-tbl-name(ws-user-idx) to ws-uh-name
               move ws-role-word       to ws-uh-role
               move ws-team-list       to ws-uh-teams
               if ws-user-tbl-active(ws-user-idx)
                   move 'in force'     to ws-uh-status
               else
                   move '*** revoked ***' to ws-uh-status
               end-if
           end-if.
      *
           write report-line from ws-user-heading-line
               after advancing 2 lines.
           write report-line from ws-column-heading
               after advancing 1 lines.
      *
       430-print-activity-line.
           move srt-date               to ws-dl-date.
           move srt-time-hhmmss        to ws-dl-time.
           move srt-program            to ws-dl-program.
           if srt-inquiry
               move 'inquiry'          to ws-dl-kind
               add 1                   to ws-user-inquiries
           else
               move 'change'           to ws-dl-kind
               add 1                   to ws-user-changes
           end-if.
           move srt-action             to ws-dl-action.
           move srt-subject            to ws-dl-subject.
           if srt-other-subject = spaces
               move space              to ws-dl-arrow
           else
               move '>'                to ws-dl-arrow
           end-if.
           move srt-other-subject      to ws-dl-other.
           if srt-team numeric
               move srt-team           to ws-dl-team
           else
               move 0                  to ws-dl-team
           end-if.
           if srt-refused
               move 'REFUSED'          to ws-dl-result
               add 1                   to ws-user-refused
               add 1                   to ws-refused-count
           else
               move 'done'             to ws-dl-result
           end-if.
           move srt-reason             to ws-dl-reason.
           write report-line from ws-detail-line
               after advancing 1 lines.
      *
       440-print-user-total.
      *the user's counts, & why the user needs looking at, if they do
           move ws-user-inquiries      to ws-ut-inquiries.
           move ws-user-changes        to ws-ut-changes.
           move ws-user-refused        to ws-ut-refused.
           evaluate true
               when ws-user-idx = 0
                   move '*** activity under an id with no profile'
                                       to ws-ut-note
               when not ws-user-tbl-active(ws-user-idx)
                   move '*** activity on a revoked profile'
                                       to ws-ut-note
               when ws-user-refused > 0
                   move '*** refused attempts - review with user'
                                       to ws-ut-note
               when other
                   move spaces         to ws-ut-note
           end-evaluate.
           if ws-ut-note not = spaces
               add 1                   to ws-attention-count
           end-if.
           write report-line from ws-user-total-line
               after advancing 1 lines.
      *
       450-describe-profile.
      *the role in words & the team codes the user holds, each code
      * in its own column so the lines read down
           evaluate true
               when ws-user-tbl-lead(ws-user-idx)
                   move 'team lead'    to ws-role-word
               when ws-user-tbl-supervisor(ws-user-idx)
                   move 'supervisor'   to ws-role-word
               when ws-user-tbl-admin(ws-user-idx)
                   move 'admin'        to ws-role-word
               when other
                   move 'unknown'      to ws-role-word
           end-evaluate.
           move spaces                 to ws-team-list.
           if ws-user-tbl-admin(ws-user-idx)
               move 'all'              to ws-team-list
           else
               perform varying ws-ctr from 1 by 1
                 until ws-ctr > ws-number-of-teams
                   if ws-user-tbl-teams(ws-user-idx) (ws-ctr:1) = 'y'
                       move ws-ctr(2:1)
                         to ws-team-list(ws-ctr * 2 - 1:1)
                   end-if
               end-perform
           end-if.
      *
       500-print-idle-profiles.
      *every profile still in force that logged nothing in the month
           write report-line from ws-idle-heading
               after advancing 2 lines.
           perform varying ws-user-idx from 1 by 1
             until ws-user-idx > ws-user-count
               if ws-user-tbl-active(ws-user-idx)
                 and not ws-user-tbl-was-seen(ws-user-idx)
                   add 1               to ws-idle-count
                   perform 450-describe-profile
                   move ws-user-tbl-id(ws-user-idx) to ws-il-id
                   move ws-user-tbl-name(ws-user-idx) to ws-il-name
                   move ws-role-word   to ws-il-role
                   move ws-team-list   to ws-il-teams
                   write report-line from ws-idle-line
                       after advancing 1 lines
               end-if
           end-perform.
           if ws-idle-count = 0
               move 'none'             to ws-none-text
               write report-line from ws-none-line
                   after advancing 1 lines
           end-if.
      *
       600-print-totals.
      *
           move ws-read-count          to ws-total-read.
           move ws-month-count         to ws-total-month.
           move ws-active-user-count   to ws-total-active.
           move ws-refused-count       to ws-total-refused.
           move ws-attention-count     to ws-total-attention.
           move ws-idle-count          to ws-total-idle.
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
           write report-line from ws-total-line6
               after advancing 1 lines.
      *
       end program A7-AccessReview.
