       identification division.
       program-id. A7-LeaveMaint.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program maintains the keyed leave &
      * absence file - one record per operator per working day off
      * the phones, with a leave code (annual, sick, training, unpaid)
      * and whether the team lead has approved it. It applies add/
      * change/delete transactions from the leave transaction file
      * and prints a before/after maintenance log, applied & rejected
      * alike, the way A7-OperatorMasterMaint maintains the master,
      * so every change to what the stream believes about an
      * operator's days off is visible and auditable.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the leave file itself - optional so the very first
      * maintenance run creates it
           select optional leave-file
               assign to '../../../data/A7-Leave.dat'
               organization is indexed
               access is dynamic
               record key is lvr-key
               file status  is ws-leave-status.
      *
      *the operator master - leave can only be booked against an
      * operator it knows; optional, like everywhere else
           select optional master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is dynamic
               record key is opm-num
               file status  is ws-master-status.
      *
      *the day's add/change/delete transactions from the team leads
           select txn-file
               assign to '../../../data/A7-LeaveTxn.dat'
               organization is line sequential.
      *
           select report-file
               assign to '../../../data/A7-LeaveMaint.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd leave-file
           data record is lvr-rec
           record contains 20 characters.
      *
           copy LEAVEREC.
      *
       fd master-file
           data record is opm-rec
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd txn-file
           data record is txn-rec
           record contains 14 characters.
      *
       01 txn-rec.
           05 txn-action               pic x(1).
               88 txn-action-add              value 'a'.
               88 txn-action-change           value 'c'.
               88 txn-action-delete           value 'd'.
           05 txn-num                  pic x(3).
      *the day off, ccyymmdd
           05 txn-date                 pic 9(8).
           05 txn-date-parts redefines txn-date.
               10 txn-date-ccyy        pic 9(4).
               10 txn-date-mm          pic 9(2).
               10 txn-date-dd          pic 9(2).
      *leave code & approval - on a change, a blank means "leave that
      * field as it stands"
           05 txn-code                 pic x(1).
               88 txn-code-valid              value 'a' 's' 't' 'u'.
           05 txn-approved             pic x(1).
               88 txn-approved-valid          value 'y' 'n'.
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
           05 ws-leave-status          pic xx   value spaces.
               88 ws-leave-ok                   value '00'.
               88 ws-leave-dup-key              value '22'.
               88 ws-leave-not-found            value '23'.
      *
       01 ws-master-control.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-master-open-flag    pic x     value 'n'.
               88 ws-master-open               value 'y'.
      *
       01 ws-date-fields.
           05 ws-today-date          pic 9(6)  value 0.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      *
      *transaction edit result & the reason a transaction was turned
      * away, carried onto the maintenance log
       01 ws-txn-validation.
           05 ws-txn-valid-flag        pic x    value 'y'.
               88 ws-txn-valid                  value 'y'.
               88 ws-txn-invalid                value 'n'.
           05 ws-txn-reason            pic x(40) value spaces.
      *
       01 ws-counts.
           05 ws-txn-count             pic 9(5) value 0.
           05 ws-add-count             pic 9(5) value 0.
           05 ws-change-count          pic 9(5) value 0.
           05 ws-delete-count          pic 9(5) value 0.
           05 ws-reject-count          pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '       leave calendar maint. '.
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
               value 'leave & absence maintenance log'.
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
           05 ws-echo-date             pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-code             pic x(1).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-approved         pic x(1).
           05 filler                   pic x(85) value spaces.
      *
      *before/after image of the leave record a transaction touched
       01 ws-image-line.
           05 filler                   pic x(4) value spaces.
           05 ws-image-label           pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-image-num             pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-image-date            pic 9(8).
           05 filler                   pic x(2) value spaces.
           05 ws-image-code            pic x(1).
           05 filler                   pic x(1) value spaces.
           05 ws-image-code-name       pic x(13).
           05 filler                   pic x(2) value spaces.
           05 ws-image-approved        pic x(12).
           05 filler                   pic x(74) value spaces.
      *
       01 ws-image-none-line.
           05 filler                   pic x(4) value spaces.
           05 ws-image-none-label      pic x(8).
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(22)
               value '(no leave record)'.
           05 filler                   pic x(96) value spaces.
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
               value 'transactions read:        '.
           05 ws-total-txns            pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'leave days added:         '.
           05 ws-total-adds            pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'leave days changed:       '.
           05 ws-total-changes         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'leave days deleted:       '.
           05 ws-total-deletes         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'transactions rejected:    '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *open files
           open i-o    leave-file,
                input  master-file,
                input  txn-file,
                output report-file.
           if ws-master-ok
               move 'y'                to ws-master-open-flag
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
      *output total lines
           perform 400-print-totals.
      *
      *close files
           close leave-file
                 master-file
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
      * to the leave file - an add writes a new day, a change
      * rewrites its code or approval, a delete takes the day off;
      * every path leaves a before/after pair (or a rejection reason)
      * on the log
           add 1                       to ws-txn-count.
      *
           evaluate true
               when txn-action-add
                   move 'add'          to ws-echo-action
               when txn-action-change
                   move 'change'       to ws-echo-action
               when txn-action-delete
                   move 'delete'       to ws-echo-action
               when other
                   move '?'            to ws-echo-action
           end-evaluate.
           move txn-num                to ws-echo-num.
           move txn-rec(5:8)           to ws-echo-date.
           move txn-code               to ws-echo-code.
           move txn-approved           to ws-echo-approved.
           write report-line from ws-txn-echo-line
               after advancing 2 lines.
      *
           perform 250-validate-txn.
           if ws-txn-valid
               evaluate true
                   when txn-action-add
                       perform 310-apply-add
                   when txn-action-change
                       perform 320-apply-change
                   when txn-action-delete
                       perform 330-apply-delete
               end-evaluate
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
      * near the leave file - an unknown action code, a blank/non-
      * numeric operator number, an operator the master does not
      * know, a date that is not a real ccyymmdd, & for an add a
      * missing leave code or approval all turn the transaction away
           move 'y'                    to ws-txn-valid-flag.
           move spaces                 to ws-txn-reason.
      *
           if not (txn-action-add or txn-action-change
                   or txn-action-delete)
               move 'n'                to ws-txn-valid-flag
               move 'action code is not a, c or d'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid and txn-num = spaces
               move 'n'                to ws-txn-valid-flag
               move 'blank operator number'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid and txn-num not numeric
               move 'n'                to ws-txn-valid-flag
               move 'operator number is not numeric'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid
             and (txn-date not numeric
                  or txn-date-ccyy = 0
                  or txn-date-mm < 1 or txn-date-mm > 12
                  or txn-date-dd < 1 or txn-date-dd > 31)
               move 'n'                to ws-txn-valid-flag
               move 'date is not a valid ccyymmdd'
                                       to ws-txn-reason
           end-if.
      *
           if ws-txn-valid and txn-action-add
               if not txn-code-valid
                   move 'n'            to ws-txn-valid-flag
                   move 'leave code is not a, s, t or u'
                                       to ws-txn-reason
               end-if
           end-if.
      *
           if ws-txn-valid and txn-action-add
               if not txn-approved-valid
                   move 'n'            to ws-txn-valid-flag
                   move 'approval is not y or n'
                                       to ws-txn-reason
               end-if
           end-if.
      *
           if ws-txn-valid and txn-action-change
               if txn-code not = space and not txn-code-valid
                   move 'n'            to ws-txn-valid-flag
                   move 'leave code is not a, s, t or u'
                                       to ws-txn-reason
               end-if
               if ws-txn-valid
                 and txn-approved not = space
                 and not txn-approved-valid
                   move 'n'            to ws-txn-valid-flag
                   move 'approval is not y or n'
                                       to ws-txn-reason
               end-if
           end-if.
      *
      *a day off can only be booked against an operator the master
      * knows - with no master built yet, anyone numeric goes
           if ws-txn-valid and txn-action-add and ws-master-open
               move txn-num            to opm-num
               read master-file
               if not ws-master-ok
                   move 'n'            to ws-txn-valid-flag
                   move 'operator not on master'
                                       to ws-txn-reason
               end-if
           end-if.
      *
       310-apply-add.
      *writes a new leave day from the transaction - a day already
      * booked is turned away rather than overwritten, so a second
      * lead cannot silently change the first one's booking
           move txn-num                to lvr-num.
           move txn-date               to lvr-date.
           move txn-code               to lvr-code.
           move txn-approved           to lvr-approved.
           move ws-today-date          to lvr-recorded-date.
      *
           write lvr-rec.
           if ws-leave-dup-key
               move 'n'                to ws-txn-valid-flag
               move 'leave already booked for that date'
                                       to ws-txn-reason
           else
               move 'before: '         to ws-image-none-label
               write report-line from ws-image-none-line
                   after advancing 1 lines
               add 1                   to ws-add-count
               perform 350-write-after-image
           end-if.
      *
       320-apply-change.
      *rewrites an existing leave day with whatever the transaction
      * carries - a blank code or approval leaves that field as it
      * stands, so approving a booking is a change carrying only y
           move txn-num                to lvr-num.
           move txn-date               to lvr-date.
           read leave-file.
           if ws-leave-ok
               perform 340-write-before-image
               if txn-code not = space
                   move txn-code       to lvr-code
               end-if
               if txn-approved not = space
                   move txn-approved   to lvr-approved
               end-if
               move ws-today-date      to lvr-recorded-date
               rewrite lvr-rec
               add 1                   to ws-change-count
               perform 350-write-after-image
           else
               move 'n'                to ws-txn-valid-flag
               move 'no leave booked for that date'
                                       to ws-txn-reason
           end-if.
      *
       330-apply-delete.
      *takes a booked day off the file - the before image stays on
      * the log as the record of what was there
           move txn-num                to lvr-num.
           move txn-date               to lvr-date.
           read leave-file.
           if ws-leave-ok
               perform 340-write-before-image
               delete leave-file
               add 1                   to ws-delete-count
               move 'after:  '         to ws-image-none-label
               write report-line from ws-image-none-line
                   after advancing 1 lines
           else
               move 'n'                to ws-txn-valid-flag
               move 'no leave booked for that date'
                                       to ws-txn-reason
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
           move lvr-num                to ws-image-num.
           move lvr-date               to ws-image-date.
           move lvr-code               to ws-image-code.
           evaluate true
               when lvr-annual
                   move 'annual leave' to ws-image-code-name
               when lvr-sick
                   move 'sick'         to ws-image-code-name
               when lvr-training
                   move 'training'     to ws-image-code-name
               when lvr-unpaid
                   move 'unpaid/other' to ws-image-code-name
               when other
                   move '?'            to ws-image-code-name
           end-evaluate.
           if lvr-is-approved
               move 'approved'         to ws-image-approved
           else
               move 'not approved'     to ws-image-approved
           end-if.
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
           move ws-add-count           to ws-total-adds.
           move ws-change-count        to ws-total-changes.
           move ws-delete-count        to ws-total-deletes.
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
           write report-line from ws-total-line5
               after advancing 1 lines.
      *
       end program A7-LeaveMaint.
