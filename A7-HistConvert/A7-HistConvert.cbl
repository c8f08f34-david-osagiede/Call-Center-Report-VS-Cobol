       identification division.
       program-id. A7-HistConvert.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program is the one-time conversion
      * of the operator history from its old line-sequential file to
      * the keyed A7-OpHistory.dat. Before the run operations rename
      * the old file to A7-OpHistOld.dat; every line on it is read in
      * the old field order (operator, name, fiscal year, ...), sorted
      * on operator & fiscal year & written to the new file in key
      * order, in the new field order. A line with no operator number,
      * no usable fiscal year or a year total that is not numeric is
      * not converted, & a second line for an operator & year already
      * taken is not written - the first line in the old file stands.
      * The report lists both, then control totals of lines & calls
      * read, written, rejected & duplicated, with what the new file
      * holds read back off it, balanced so the conversion can be
      * signed off - return code 8 if they do not balance. A new file
      * that already holds records stops the run, so the conversion
      * cannot be run over history the stream has since added to.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the old line-sequential history, renamed ahead of the run -
      * without it there is nothing to convert, so the run stops
           select old-hist-file
               assign to '../../../data/A7-OpHistOld.dat'
               organization is line sequential
               file status  is ws-old-status.
      *
      *the keyed operator history the rest of the stream now reads -
      * made by this run
           select history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is sequential
               record key is oph-key
               file status  is ws-hist-status.
      *
           select sort-file
               assign to '../../../data/A7-HistConvSort.tmp'.
      *
           select report-file
               assign to '../../../data/A7-HistConvert.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
      *the old history line - the same fields as OPHIST, with the name
      * ahead of the fiscal year
       fd old-hist-file
           data record is old-rec
           record contains 66 characters.
      *
       01 old-rec.
           05 old-num                  pic x(3).
           05 old-name                 pic x(12).
           05 old-fy                   pic 9(4).
           05 old-calls                pic 9(3) occurs 12.
           05 old-total                pic 9(5).
           05 old-aht-avg              pic 9(3).
           05 old-sla-avg              pic 9(3).
      *
       fd history-file
           data record is oph-rec
           record contains 66 characters.
      *
           copy OPHIST.
      *
       sd sort-file
           data record is srt-rec.
      *
      *an old history line, ordered by operator & fiscal year, then
      * by where it stood in the old file
       01 srt-rec.
           05 srt-num                  pic x(3).
           05 srt-fy                   pic 9(4).
           05 srt-line-no              pic 9(7).
           05 srt-old-rec              pic x(66).
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       working-storage section.
      *
       01 ws-file-status-flags.
           05 ws-old-status          pic xx    value spaces.
               88 ws-old-ok                    value '00'.
           05 ws-hist-status         pic xx    value spaces.
               88 ws-hist-ok                   value '00'.
               88 ws-hist-not-there            value '35'.
               88 ws-hist-dup-key              value '22'.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value 'y'.
      *
       01 ws-sort-eof-flag             pic x    value 'n'.
           88 ws-sort-end-of-file               value 'y'.
      *
      *the line in hand - its place in the old file, why it cannot be
      * converted, & its year total for the control totals
       01 ws-line-control.
           05 ws-line-no             pic 9(7)  value 0.
           05 ws-month-ctr           pic 99    value 0.
           05 ws-reject-reason       pic x(40) value spaces.
           05 ws-rec-calls           pic 9(5)  value 0.
      *
      *the operator & year last written, & the line it came from, so
      * a later line for the same key is known for a duplicate
       01 ws-prior-control.
           05 ws-prior-key.
               10 ws-prior-num         pic x(3)  value spaces.
               10 ws-prior-fy          pic 9(4)  value 0.
           05 ws-prior-line-no       pic 9(7)  value 0.
           05 ws-prior-flag          pic x     value 'n'.
               88 ws-prior-held                value 'y'.
      *
       01 ws-counts.
           05 ws-read-recs             pic 9(7) value 0.
           05 ws-read-calls            pic 9(9) value 0.
           05 ws-reject-recs           pic 9(7) value 0.
           05 ws-reject-calls          pic 9(9) value 0.
           05 ws-dup-recs              pic 9(7) value 0.
           05 ws-dup-calls             pic 9(9) value 0.
           05 ws-written-recs          pic 9(7) value 0.
           05 ws-written-calls         pic 9(9) value 0.
           05 ws-held-recs             pic 9(7) value 0.
           05 ws-held-calls            pic 9(9) value 0.
      *
      *what the new file should hold, worked from the counts, for the
      * balance check
       01 ws-balance-control.
           05 ws-balance-recs          pic 9(7) value 0.
           05 ws-balance-calls         pic 9(9) value 0.
           05 ws-balance-flag          pic x    value 'y'.
               88 ws-in-balance                 value 'y'.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '      history conversion.    '.
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
           05 filler                   pic x(52)
               value 'operator history conversion to the keyed history'.
           05 filler                   pic x(40)
               value spaces.
      *
       01 ws-message-line.
           05 filler                   pic x(2) value spaces.
           05 ws-message-text          pic x(80).
           05 filler                   pic x(50) value spaces.
      *
       01 ws-section-heading.
           05 filler                   pic x(2) value spaces.
           05 ws-section-text          pic x(60).
           05 filler                   pic x(70) value spaces.
      *
       01 ws-reject-heading.
           05 filler                   pic x(11)
               value '     line  '.
           05 filler                   pic x(40)
               value 'reason'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(66)
               value 'line as read'.
           05 filler                   pic x(13) value spaces.
      *
       01 ws-reject-line.
           05 filler                   pic x(2) value spaces.
           05 ws-rl-line-no            pic zzzzzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-rl-reason             pic x(40).
           05 filler                   pic x(2) value spaces.
           05 ws-rl-image              pic x(66).
           05 filler                   pic x(13) value spaces.
      *
       01 ws-dup-heading.
           05 filler                   pic x(32)
               value '  op#     year    name          '.
           05 filler                   pic x(28)
               value ' calls     line   first line'.
           05 filler                   pic x(72) value spaces.
      *
       01 ws-dup-line.
           05 filler                   pic x(2) value spaces.
           05 ws-dpl-num               pic x(3).
           05 filler                   pic x(5) value spaces.
           05 ws-dpl-fy                pic 9(4).
           05 filler                   pic x(4) value spaces.
           05 ws-dpl-name              pic x(12).
           05 filler                   pic x(2) value spaces.
           05 ws-dpl-calls             pic zzzzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-dpl-line-no           pic zzzzzz9.
           05 filler                   pic x(6) value spaces.
           05 ws-dpl-first-no          pic zzzzzz9.
           05 filler                   pic x(72) value spaces.
      *
       01 ws-control-heading.
           05 filler                   pic x(36) value spaces.
           05 filler                   pic x(22)
               value '  lines          calls'.
           05 filler                   pic x(74) value spaces.
      *
      *one control total - the label is moved in, then the lines &
      * calls it counts
       01 ws-control-line.
           05 filler                   pic x(2) value spaces.
           05 ws-cl-label              pic x(34).
           05 ws-cl-recs               pic zzzzzz9.
           05 filler                   pic x(4) value spaces.
           05 ws-cl-calls              pic zzzzzzzz9.
           05 filler                   pic x(76) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *open files - the old history must be there, & the new one
      * must not yet hold anything
           open input  old-hist-file.
           if not ws-old-ok
               display 'A7-HistConvert: old operator history '
                       'A7-OpHistOld.dat missing - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           perform 050-check-new-history.
      *
           open output history-file.
           if not ws-hist-ok
               display 'A7-HistConvert: operator history '
                       'cannot be made - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           open output report-file.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
      *
      *output first headings
           perform 100-print-headings.
      *
      *the old lines in operator & year order onto the new file, the
      * unusable ones listed on the way in, the duplicates on the way
      * out
           sort sort-file
               ascending key srt-num srt-fy srt-line-no
               input procedure is 200-release-old-lines
               output procedure is 300-write-history.
      *
           close old-hist-file
                 history-file.
      *
      *what the new file holds, read back off it
           perform 400-read-back-history.
      *
      *the duplicates & the control totals
           perform 500-print-duplicates.
           perform 600-print-totals.
      *
           close report-file.
      *
           stop run.
      *
       050-check-new-history.
      *the new history is made by this run - one already there with a
      * record on it has been converted, or rolled into, before, & a
      * file that cannot be looked at may be the old one not yet
      * renamed; either stops the run before anything is overwritten
           open input history-file.
           if ws-hist-ok
               read history-file
                   at end move 'y'      to ws-eof-flag
               end-read
               close history-file
               if not ws-end-of-file
                   display 'A7-HistConvert: operator history '
                           'already holds records - run stopped'
                   move 16             to return-code
                   stop run
               end-if
           else
               if not ws-hist-not-there
                   display 'A7-HistConvert: operator history '
                           'cannot be read - run stopped'
                   move 16             to return-code
                   stop run
               end-if
           end-if.
           move 'n'                    to ws-eof-flag.
      *
       100-print-headings.
      *
           write report-line from ws-name-line
               after advancing 1 line.
      *
           write report-line from ws-report-heading
               after advancing 1 line.
      *
           move 'lines not converted'  to ws-section-text.
           write report-line from ws-section-heading
               after advancing 3 lines.
           write report-line from ws-reject-heading
               after advancing 2 lines.
      *
       200-release-old-lines.
      *reads the old history, numbering its lines - a usable line is
      * handed to the sort, an unusable one listed & counted
           perform 210-read-old-line.
           perform until ws-end-of-file
               perform 220-check-old-line
               if ws-reject-reason = spaces
                   move old-num        to srt-num
                   move old-fy         to srt-fy
                   move ws-line-no     to srt-line-no
                   move old-rec        to srt-old-rec
                   release srt-rec
               else
                   perform 230-list-rejected-line
               end-if
               perform 210-read-old-line
           end-perform.
      *
           if ws-reject-recs = 0
               move 'none'             to ws-message-text
               write report-line from ws-message-line
                   after advancing 1 line
           end-if.
      *
       210-read-old-line.
           read old-hist-file
               at end move 'y'         to ws-eof-flag
               not at end
                   add 1               to ws-line-no
                   add 1               to ws-read-recs
                   move 0              to ws-rec-calls
                   if old-total numeric
                       move old-total  to ws-rec-calls
                   end-if
                   add ws-rec-calls    to ws-read-calls
           end-read.
      *
       220-check-old-line.
      *the key must be usable for the line to be filed under it, &
      * the year total numeric for the line to count its calls
           move spaces                 to ws-reject-reason.
           if old-num = spaces
               move 'no operator number'
                                       to ws-reject-reason
           else
               if old-fy not numeric or old-fy = 0
                   move 'fiscal year not a usable year'
                                       to ws-reject-reason
               else
                   if old-total not numeric
                       move 'year total not numeric'
                                       to ws-reject-reason
                   end-if
               end-if
           end-if.
      *
       230-list-rejected-line.
           add 1                       to ws-reject-recs.
           add ws-rec-calls            to ws-reject-calls.
           move ws-line-no             to ws-rl-line-no.
           move ws-reject-reason       to ws-rl-reason.
           move old-rec                to ws-rl-image.
           write report-line from ws-reject-line
               after advancing 1 line.
      *
       300-write-history.
      *takes the sorted lines back - the first line for an operator
      * & year is written, any later one is listed as a duplicate &
      * not written
           move 'duplicate operator & year lines - first line written'
                                       to ws-section-text.
           write report-line from ws-section-heading
               after advancing 3 lines.
           write report-line from ws-dup-heading
               after advancing 2 lines.
      *
           perform 310-return-sorted-line.
           perform until ws-sort-end-of-file
               move srt-old-rec        to old-rec
               move old-total          to ws-rec-calls
               if ws-prior-held
                 and srt-num = ws-prior-num
                 and srt-fy = ws-prior-fy
                   perform 330-list-duplicate
               else
                   perform 320-write-history-record
               end-if
               perform 310-return-sorted-line
           end-perform.
      *
       310-return-sorted-line.
           return sort-file
               at end move 'y'         to ws-sort-eof-flag.
      *
       320-write-history-record.
      *the old fields moved across into the new order - the key
      * ahead of the name
           move old-num                to oph-num.
           move old-fy                 to oph-fy.
           move old-name               to oph-name.
           perform varying ws-month-ctr from 1 by 1
             until ws-month-ctr > 12
               move old-calls(ws-month-ctr)
                 to oph-calls(ws-month-ctr)
           end-perform.
           move old-total              to oph-total.
           move old-aht-avg            to oph-aht-avg.
           move old-sla-avg            to oph-sla-avg.
      *
           write oph-rec
               invalid key continue
           end-write.
           if ws-hist-ok
               add 1                   to ws-written-recs
               add ws-rec-calls        to ws-written-calls
               move 'y'                to ws-prior-flag
               move srt-num            to ws-prior-num
               move srt-fy             to ws-prior-fy
               move srt-line-no        to ws-prior-line-no
           else
               if ws-hist-dup-key
                   perform 330-list-duplicate
               else
                   display 'A7-HistConvert: operator history '
                           'write failed, status ' ws-hist-status
                           ' - run stopped'
                   move 16             to return-code
                   stop run
               end-if
           end-if.
      *
       330-list-duplicate.
           add 1                       to ws-dup-recs.
           add ws-rec-calls            to ws-dup-calls.
           move srt-num                to ws-dpl-num.
           move srt-fy                 to ws-dpl-fy.
           move old-name               to ws-dpl-name.
           move ws-rec-calls           to ws-dpl-calls.
           move srt-line-no            to ws-dpl-line-no.
           move ws-prior-line-no       to ws-dpl-first-no.
           write report-line from ws-dup-line
               after advancing 1 line.
      *
       400-read-back-history.
      *counts the records & calls the new history holds, read back
      * from the first key
           open input history-file.
           if ws-hist-ok
               move 'n'                to ws-eof-flag
               perform until ws-end-of-file
                   read history-file
                       at end move 'y'  to ws-eof-flag
                       not at end
                           add 1        to ws-held-recs
                           if oph-total numeric
                               add oph-total to ws-held-calls
                           end-if
                   end-read
               end-perform
               close history-file
           end-if.
      *
       500-print-duplicates.
           if ws-dup-recs = 0
               move 'none'             to ws-message-text
               write report-line from ws-message-line
                   after advancing 1 line
           end-if.
      *
       600-print-totals.
      *the control totals, & a check that the lines read come to
      * what was written, rejected & duplicated, & that the new file
      * holds what was written
           move 'control totals'       to ws-section-text.
           write report-line from ws-section-heading
               after advancing 3 lines.
           write report-line from ws-control-heading
               after advancing 2 lines.
      *
           move 'old history read:'    to ws-cl-label.
           move ws-read-recs           to ws-cl-recs.
           move ws-read-calls          to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move '  written to the new history:'
                                       to ws-cl-label.
           move ws-written-recs        to ws-cl-recs.
           move ws-written-calls       to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move '  duplicates not written:'
                                       to ws-cl-label.
           move ws-dup-recs            to ws-cl-recs.
           move ws-dup-calls           to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move '  not converted:'     to ws-cl-label.
           move ws-reject-recs         to ws-cl-recs.
           move ws-reject-calls        to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move 'new history holds:'   to ws-cl-label.
           move ws-held-recs           to ws-cl-recs.
           move ws-held-calls          to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 2 lines.
      *
      *the old file - read against written, duplicated & rejected
           compute ws-balance-recs = ws-written-recs
               + ws-dup-recs + ws-reject-recs.
           compute ws-balance-calls = ws-written-calls
               + ws-dup-calls + ws-reject-calls.
           if ws-balance-recs not = ws-read-recs
             or ws-balance-calls not = ws-read-calls
               move 'n'                to ws-balance-flag
           end-if.
      *
      *the new file - what it holds against what was written
           if ws-held-recs not = ws-written-recs
             or ws-held-calls not = ws-written-calls
               move 'n'                to ws-balance-flag
           end-if.
      *
           if ws-in-balance
               move 'old & new history balance'
                                       to ws-message-text
           else
               move 'old & new history do not balance - see totals'
                                       to ws-message-text
               move 8                  to return-code
           end-if.
           write report-line from ws-message-line
               after advancing 2 lines.
