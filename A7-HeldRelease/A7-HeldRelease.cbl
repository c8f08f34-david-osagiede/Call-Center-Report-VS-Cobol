       identification division.
       program-id. A7-HeldRelease.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program applies the supervisors'
      * sign-off transactions to the held-items file that the monthly
      * intake's anomaly screen writes. Each held item is released as
      * extracted, released with overriding figures, or dropped as a
      * confirmed switch glitch - always with a reason code & the
      * supervisor's id - and a released item is merged by the next
      * A7-MonthlyIntake run. Every transaction is logged with a
      * before/after image, applied & rejected alike, the way
      * A7-OperatorMasterMaint maintains the master, and the log ends
      * with every item still held, as the supervisors' worklist.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the held-items file written by A7-MonthlyIntake - optional, so
      * a run before anything has ever been held just rejects
           select optional held-file
               assign to '../../../data/A7-HeldItems.dat'
               organization is indexed
               access is dynamic
               record key is hld-key
               file status  is ws-held-status.
      *
      *the supervisors' release/override/drop transactions
           select txn-file
               assign to '../../../data/A7-HeldTxn.dat'
               organization is line sequential.
      *
           select report-file
               assign to '../../../data/A7-HeldRelease.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd held-file
           data record is hld-rec
           record contains 120 characters.
      *
           copy HELDREC.
      *
       fd txn-file
           data record is txn-rec
           record contains 29 characters.
      *
       01 txn-rec.
           05 txn-action               pic x(1).
               88 txn-action-release          value 'r'.
               88 txn-action-override         value 'o'.
               88 txn-action-drop             value 'd'.
      *the held item - operator, fiscal year, fiscal month
           05 txn-num                  pic x(3).
           05 txn-fy                   pic 9(4).
           05 txn-month                pic 9(2).
      *gv = genuine volume, lv = leave/absence, tr = training,
      * qm = queue or routing move, pj = project/special duty,
      * sw = switch figure corrected, gl = switch glitch confirmed,
      * ot = other (see the sign-off sheet)
           05 txn-reason               pic x(2).
               88 txn-reason-valid            value 'gv' 'lv' 'tr'
                                                    'qm' 'pj' 'sw'
                                                    'gl' 'ot'.
      *the supervisor signing the item off
           05 txn-by                   pic x(8).
      *the figures to merge instead - override only
           05 txn-calls                pic 9(3).
           05 txn-aht                  pic 9(3).
           05 txn-sla                  pic 9(3).
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
           05 ws-held-status           pic xx   value spaces.
               88 ws-held-ok                    value '00'.
               88 ws-held-opened                value '00' '05'.
      *
       01 ws-held-control.
           05 ws-held-scan-flag      pic x     value 'n'.
               88 ws-held-scan-done            value 'y'.
      *
       01 ws-date-fields.
           05 ws-today-date          pic 9(6)  value 0.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      *
      *transaction edit result & the reason a transaction was turned
      * away, carried onto the log
       01 ws-txn-validation.
           05 ws-txn-valid-flag        pic x    value 'y'.
               88 ws-txn-valid                  value 'y'.
               88 ws-txn-invalid                value 'n'.
           05 ws-txn-reason            pic x(40) value spaces.
      *
       01 ws-counts.
           05 ws-txn-count             pic 9(5) value 0.
           05 ws-release-count         pic 9(5) value 0.
           05 ws-override-count        pic 9(5) value 0.
           05 ws-drop-count            pic 9(5) value 0.
           05 ws-reject-count          pic 9(5) value 0.
           05 ws-still-held-count      pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '      held item sign-off.    '.
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
               value 'held intake items sign-off log'.
           05 filler                   pic x(56)
               value spaces.
      *
       01 ws-txn-echo-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(12) value 'transaction:'.
           05 filler                   pic x(2) value spaces.
           05 ws-echo-action           pic x(10).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-num              pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-fy               pic x(4).
           05 filler                   pic x(1) value '/'.
           05 ws-echo-month            pic x(2).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-reason           pic x(2).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-by               pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-figures          pic x(9).
           05 filler                   pic x(65) value spaces.
      *
      *before/after image of the held item a transaction touched
       01 ws-image-line.
           05 filler                   pic x(4) value spaces.
           05 ws-image-label           pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-image-num             pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-image-fy              pic 9(4).
           05 filler                   pic x(1) value '/'.
           05 ws-image-month           pic 99.
           05 filler                   pic x(2) value spaces.
           05 ws-image-status          pic x(8).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value 'calls '.
           05 ws-image-calls           pic zz9.
           05 filler                   pic x(5) value ' aht '.
           05 ws-image-aht             pic zz9.
           05 filler                   pic x(5) value ' sla '.
           05 ws-image-sla             pic zz9.
           05 filler                   pic x(2) value spaces.
           05 ws-image-rel-action      pic x(1).
           05 filler                   pic x(1) value space.
           05 ws-image-rel-reason      pic x(2).
           05 filler                   pic x(1) value space.
           05 ws-image-rel-by          pic x(8).
           05 filler                   pic x(52) value spaces.
      *
       01 ws-image-none-line.
           05 filler                   pic x(4) value spaces.
           05 ws-image-none-label      pic x(8).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(22)
               value '(no held item)'.
           05 filler                   pic x(96) value spaces.
      *
       01 ws-reject-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'rejected: '.
           05 ws-reject-reason         pic x(40).
           05 filler                   pic x(78) value spaces.
      *
      *the items still awaiting sign-off, listed after the totals
       01 ws-held-heading.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(40)
               value 'items still held awaiting sign-off:'.
           05 filler                   pic x(90) value spaces.
      *
       01 ws-held-col-heading.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(30)
               value 'op  fy/mm  team   held   calls'.
           05 filler                   pic x(36)
               value ' aht sla     own mths  calls aht sla'.
           05 filler                   pic x(32)
               value ' team med calls aht sla   reason'.
           05 filler                   pic x(30) value spaces.
      *
       01 ws-held-detail-line.
           05 filler                   pic x(4) value spaces.
           05 ws-held-num              pic x(3).
           05 filler                   pic x(1) value space.
           05 ws-held-fy               pic 9(4).
           05 filler                   pic x(1) value '/'.
           05 ws-held-month            pic 99.
           05 filler                   pic x(3) value spaces.
           05 ws-held-team             pic 9.
           05 filler                   pic x(3) value spaces.
           05 ws-held-date             pic 9(6).
           05 filler                   pic x(3) value spaces.
           05 ws-held-calls            pic zz9.
           05 filler                   pic x(1) value space.
           05 ws-held-aht              pic zz9.
           05 filler                   pic x(1) value space.
           05 ws-held-sla              pic zz9.
           05 filler                   pic x(11) value spaces.
           05 ws-held-own-months       pic z9.
           05 filler                   pic x(4) value spaces.
           05 ws-held-own-calls        pic zz9.
           05 filler                   pic x(1) value space.
           05 ws-held-own-aht          pic zz9.
           05 filler                   pic x(1) value space.
           05 ws-held-own-sla          pic zz9.
           05 filler                   pic x(12) value spaces.
           05 ws-held-med-calls        pic zz9.
           05 filler                   pic x(1) value space.
           05 ws-held-med-aht          pic zz9.
           05 filler                   pic x(1) value space.
           05 ws-held-med-sla          pic zz9.
           05 filler                   pic x(3) value spaces.
           05 ws-held-reason           pic x(30).
           05 filler                   pic x(6) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'transactions read:        '.
           05 ws-total-txns            pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'items released:           '.
           05 ws-total-releases        pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'items released, overridden'.
           05 ws-total-overrides       pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'items dropped:            '.
           05 ws-total-drops           pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'transactions rejected:    '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'items still held:         '.
           05 ws-total-still-held      pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *open files
           open i-o    held-file,
                input  txn-file,
                output report-file.
      *
           if not ws-held-opened
               display 'A7-HeldRelease: held-items file '
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
      *
      *process transaction file & log each result
           perform 200-read-txn-file.
      *
           perform 300-process-txn
               until ws-end-of-file.
      *
      *list what is still held, then the totals
           perform 500-list-still-held.
      *
           perform 400-print-totals.
      *
      *close files
           close held-file
                 txn-file
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
       200-read-txn-file.
      *reads a line from the transaction file & stores it in txn-rec
      * - unless eof is encountered in which case it sets
      *    ws-eof-flag to y
           read txn-file
               at end move 'y'          to ws-eof-flag.
      *
       300-process-txn.
      *echoes the transaction onto the log, edits it, then applies it
      * to the held item - every path leaves a before/after pair (or
      * a rejection reason) on the log
           add 1                       to ws-txn-count.
      *
           evaluate true
               when txn-action-release
                   move 'release'      to ws-echo-action
               when txn-action-override
                   move 'override'     to ws-echo-action
               when txn-action-drop
                   move 'drop'         to ws-echo-action
               when other
                   move '?'            to ws-echo-action
           end-evaluate.
           move txn-num                to ws-echo-num.
           move txn-rec(5:4)           to ws-echo-fy.
           move txn-rec(9:2)           to ws-echo-month.
           move txn-reason             to ws-echo-reason.
           move txn-by                 to ws-echo-by.
           move txn-rec(21:9)          to ws-echo-figures.
           write report-line from ws-txn-echo-line
               after advancing 2 lines.
      *
           perform 250-validate-txn.
           if ws-txn-valid
               perform 310-apply-txn
           end-if.
      *
           if ws-txn-invalid
               perform 360-write-reject-line
           end-if.
      *
      * read next transaction (if any), whether this one applied or not
           perform 200-read-txn-file.
      *
       250-validate-txn.
      *edits the incoming transaction before it is allowed anywhere
      * near the held item - an unknown action, a key that is not a
      * real operator/fiscal month, a reason code off the list, no
      * supervisor id, or an override without usable figures all turn
      * the transaction away
           move 'y'                    to ws-txn-valid-flag.
           move spaces                 to ws-txn-reason.
      *
           if not (txn-action-release or txn-action-override
                   or txn-action-drop)
               move 'n'                to ws-txn-valid-flag
               move 'action code is not r, o or d'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid
             and (txn-num = spaces or txn-num not numeric)
               move 'n'                to ws-txn-valid-flag
               move 'operator number is not numeric'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid
             and (txn-fy not numeric or txn-fy = 0)
               move 'n'                to ws-txn-valid-flag
               move 'fiscal year is not a usable year'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid
             and (txn-month not numeric
                  or txn-month < 1 or txn-month > 12)
               move 'n'                to ws-txn-valid-flag
               move 'month is not 01 through 12'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid and not txn-reason-valid
               move 'n'                to ws-txn-valid-flag
               move 'reason code is not on the list'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid and txn-by = spaces
               move 'n'                to ws-txn-valid-flag
               move 'no supervisor id on the sign-off'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid and txn-action-override
               if txn-calls not numeric
                 or txn-aht not numeric
                 or txn-sla not numeric
                   move 'n'            to ws-txn-valid-flag
                   move 'override figures are not numeric'
                                       to ws-txn-reason
               else
                   if txn-sla > 100
                       move 'n'        to ws-txn-valid-flag
                       move 'override sla is over 100'
                                       to ws-txn-reason
                   end-if
               end-if
           end-if.
      *
       310-apply-txn.
      *signs off one held item - only an item still held can be
      * signed off, so a second supervisor cannot undo the first
      * one's decision or release an item the intake has merged
           move txn-num                to hld-num.
           move txn-fy                 to hld-fy.
           move txn-month              to hld-month.
           read held-file.
           if not ws-held-ok
               move 'n'                to ws-txn-valid-flag
               move 'no held item for that operator/month'
                                       to ws-txn-reason
               move 'before: '         to ws-image-none-label
               write report-line from ws-image-none-line
                   after advancing 1 lines
           else
               perform 340-write-before-image
               if not hld-held
                   move 'n'            to ws-txn-valid-flag
                   move 'item is no longer held'
                                       to ws-txn-reason
               end-if
           end-if.
      *
           if ws-txn-valid
               move txn-action         to hld-rel-action
               move txn-reason         to hld-rel-reason
               move txn-by             to hld-rel-by
               move ws-today-date      to hld-rel-date
               evaluate true
                   when txn-action-release
                       move 'r'        to hld-status
                       add 1           to ws-release-count
                   when txn-action-override
                       move txn-calls  to hld-calls
                       move txn-aht    to hld-aht
                       move txn-sla    to hld-sla
                       move 'r'        to hld-status
                       add 1           to ws-override-count
                   when txn-action-drop
                       move 'd'        to hld-status
                       add 1           to ws-drop-count
               end-evaluate
               rewrite hld-rec
               perform 350-write-after-image
           end-if.
      *
       340-write-before-image.
           move 'before: '             to ws-image-label.
           perform 345-fill-image-fields.
           write report-line from ws-image-line
               after advancing 1 lines.
      *
       350-write-after-image.
           move 'after:  '             to ws-image-label.
           perform 345-fill-image-fields.
           write report-line from ws-image-line
               after advancing 1 lines.
      *
       345-fill-image-fields.
           move hld-num                to ws-image-num.
           move hld-fy                 to ws-image-fy.
           move hld-month              to ws-image-month.
           evaluate true
               when hld-held
                   move 'held'         to ws-image-status
               when hld-released
                   move 'released'     to ws-image-status
               when hld-dropped
                   move 'dropped'      to ws-image-status
               when hld-merged
                   move 'merged'       to ws-image-status
               when hld-refused
                   move 'refused'      to ws-image-status
               when other
                   move '?'            to ws-image-status
           end-evaluate.
           move hld-calls              to ws-image-calls.
           move hld-aht                to ws-image-aht.
           move hld-sla                to ws-image-sla.
           move hld-rel-action         to ws-image-rel-action.
           move hld-rel-reason         to ws-image-rel-reason.
           move hld-rel-by             to ws-image-rel-by.
      *
       360-write-reject-line.
           add 1                       to ws-reject-count.
           move ws-txn-reason          to ws-reject-reason.
           write report-line from ws-reject-line
               after advancing 1 lines.
      *
       400-print-totals.
      *
           move ws-txn-count           to ws-total-txns.
           move ws-release-count       to ws-total-releases.
           move ws-override-count      to ws-total-overrides.
           move ws-drop-count          to ws-total-drops.
           move ws-reject-count        to ws-total-rejects.
           move ws-still-held-count    to ws-total-still-held.
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
       500-list-still-held.
      *reads the whole held-items file & lists every item still
      * awaiting sign-off, with what the screen measured it against
           write report-line from ws-held-heading
               after advancing 2 lines.
           write report-line from ws-held-col-heading
               after advancing 1 lines.
      *
           move low-values             to hld-key.
           move 'n'                    to ws-held-scan-flag.
           start held-file key is not less than hld-key
               invalid key move 'y'    to ws-held-scan-flag
           end-start.
           perform until ws-held-scan-done
               read held-file next record
                   at end move 'y'      to ws-held-scan-flag
                   not at end
                       if hld-held
                           perform 510-list-held-item
                       end-if
               end-read
           end-perform.
      *
       510-list-held-item.
           add 1                       to ws-still-held-count.
           move hld-num                to ws-held-num.
           move hld-fy                 to ws-held-fy.
           move hld-month              to ws-held-month.
           move hld-team               to ws-held-team.
           move hld-held-date          to ws-held-date.
           move hld-calls              to ws-held-calls.
           move hld-aht                to ws-held-aht.
           move hld-sla                to ws-held-sla.
           move hld-own-months         to ws-held-own-months.
           move hld-own-calls          to ws-held-own-calls.
           move hld-own-aht            to ws-held-own-aht.
           move hld-own-sla            to ws-held-own-sla.
           move hld-med-calls          to ws-held-med-calls.
           move hld-med-aht            to ws-held-med-aht.
           move hld-med-sla            to ws-held-med-sla.
           move hld-screen-reason      to ws-held-reason.
           write report-line from ws-held-detail-line
               after advancing 1 lines.
      *
       end program A7-HeldRelease.
