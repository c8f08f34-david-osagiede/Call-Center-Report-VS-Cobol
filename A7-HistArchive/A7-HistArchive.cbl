       identification division.
       program-id. A7-HistArchive.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program is the annual housekeeping
      * run on the operator history. Fiscal years older than the
      * retention period - counted back from the parameter card's
      * fiscal year - are moved off A7-OpHistory.dat onto the keyed
      * history archive, so the live file carries only the years the
      * reports look at. An operator inactive on the master is
      * purged from both files altogether once the last fiscal year
      * held for them is further back than the HR retention period:
      * the master carries no leaving date, but A7-YearEndRoll only
      * rolls active operators & A7-MidYearSettlement writes a
      * leaver's part year, so the latest year on file for a former
      * operator is the year they left. The two periods come off a
      * one-line retention file kept by HR, or built-in values; a
      * zero switches that part of the run off. The report lists
      * each operator purged & the former staff still held with the
      * year their purge falls due, then control totals of records
      * & calls read, kept, archived & purged, balanced so the run
      * can be shown to HR - return code 8 if they do not balance.
      * The run updates the history in place, so the scheduler takes
      * a generation of it through A7-GenCatalog ahead of the run.
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
      *the retention periods - one line, kept by HR like the tier
      * file; optional, with no usable line the built-in periods
      * stand
           select optional retention-file
               assign to '../../../data/A7-HistRetention.dat'
               organization is line sequential
               file status  is ws-retention-status.
      *
      *the operator master - whether an operator is still active
      * comes off it, so a master that cannot be read stops the run
           select master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
      *
      *operator history kept by A7-YearEndRoll, keyed by operator &
      * fiscal year - years are archived & purged off it in place
           select history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is dynamic
               record key is oph-key
               file status  is ws-hist-status.
      *
      *the history archive - same layout & key as the history; made
      * by the first run that has a year to move to it
           select optional archive-file
               assign to '../../../data/A7-OpHistArchive.dat'
               organization is indexed
               access is dynamic
               record key is arc-key
               file status  is ws-archive-status.
      *
           select report-file
               assign to '../../../data/A7-HistArchive.out'
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
       fd retention-file
           data record is ret-rec
           record contains 10 characters.
      *
       01 ret-rec.
      *fiscal years kept on the live history, counting the card's
           05 ret-keep-years           pic 9(2).
      *fiscal years a former operator's records are held after the
      * year they left
           05 ret-hr-years             pic 9(2).
           05 filler                   pic x(6).
      *
       fd master-file
           data record is opm-rec
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd history-file
           data record is oph-rec
           record contains 66 characters.
      *
           copy OPHIST.
      *
      *the archive record is the history record moved across whole -
      * only the key is named here, the rest is laid out as OPHIST
       fd archive-file
           data record is arc-rec
           record contains 66 characters.
      *
       01 arc-rec.
           05 arc-key.
               10 arc-num              pic x(3).
               10 arc-fy               pic 9(4).
           05 arc-name                 pic x(12).
           05 arc-calls                pic 9(3) occurs 12.
           05 arc-total                pic 9(5).
           05 arc-aht-avg              pic 9(3).
           05 arc-sla-avg              pic 9(3).
      *
       fd report-file
           data record is report-line
           record contains 132 characters.
      *
       01 report-line                  pic x(132).
      *
       working-storage section.
      *
       01 ws-parm-control.
           05 ws-parm-status         pic xx    value spaces.
               88 ws-parm-ok                   value '00'.
           05 ws-parm-read-flag      pic x     value 'n'.
               88 ws-parm-read                 value 'y'.
      *
       01 ws-file-status-flags.
           05 ws-retention-status    pic xx    value spaces.
               88 ws-retention-ok              value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-hist-status         pic xx    value spaces.
               88 ws-hist-ok                   value '00'.
               88 ws-hist-opened               value '00' '05'.
           05 ws-archive-status      pic xx    value spaces.
               88 ws-archive-ok                value '00'.
               88 ws-archive-opened            value '00' '05'.
               88 ws-archive-dup-key           value '22'.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value 'y'.
      *
      *fiscal year parameter, from the run parameter card
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
      *the retention periods in force - the retention file's when it
      * has a usable line, otherwise these built-in values - & the
      * latest fiscal years they reach back to; a year of zero means
      * nothing is archived or purged
       01 ws-retention-control.
           05 ws-retention-read-flag pic x     value 'n'.
               88 ws-retention-read            value 'y'.
           05 ws-retention-source-flag
                                     pic x     value 'd'.
               88 ws-retention-from-file       value 'f'.
           05 ws-keep-years          pic 9(2)  value 5.
           05 ws-hr-years            pic 9(2)  value 6.
           05 ws-archive-thru        pic 9(4)  value 0.
           05 ws-purge-thru          pic 9(4)  value 0.
      *
      *the operators inactive on the master, in operator order, with
      * the latest fiscal year held for each across the history &
      * the archive, whether they are purged this run & what went
       01 ws-inactive-control.
           05 ws-max-inactive        pic 9(4)  value 2000.
           05 ws-inact-count         pic 9(4)  value 0.
           05 ws-inact-ctr           pic 9(4)  value 0.
           05 ws-inact-overflow      pic 9(5)  value 0.
           05 ws-look-num            pic x(3)  value spaces.
           05 ws-look-fy             pic 9(4)  value 0.
           05 ws-found-num           pic x(3)  value spaces.
           05 ws-found-idx           pic 9(4)  value 0.
       01 ws-inactive-table.
           05 ws-inact-entry           occurs 2000.
               10 ws-inact-num         pic x(3).
               10 ws-inact-name        pic x(12).
               10 ws-inact-last-fy     pic 9(4).
               10 ws-inact-purge-flag  pic x.
                   88 ws-inact-purge          value 'y'.
               10 ws-inact-hist-recs   pic 9(5).
               10 ws-inact-hist-calls  pic 9(7).
               10 ws-inact-arc-recs    pic 9(5).
               10 ws-inact-arc-calls   pic 9(7).
      *
      *a record's calls for the control totals - a year total that
      * is not numeric is counted as no calls
       01 ws-rec-calls                 pic 9(5) value 0.
      *
       01 ws-counts.
           05 ws-hist-read-recs        pic 9(7) value 0.
           05 ws-hist-read-calls       pic 9(9) value 0.
           05 ws-hist-kept-recs        pic 9(7) value 0.
           05 ws-hist-kept-calls       pic 9(9) value 0.
           05 ws-archived-recs         pic 9(7) value 0.
           05 ws-archived-calls        pic 9(9) value 0.
           05 ws-replaced-recs         pic 9(7) value 0.
           05 ws-hist-purged-recs      pic 9(7) value 0.
           05 ws-hist-purged-calls     pic 9(9) value 0.
           05 ws-arc-start-recs        pic 9(7) value 0.
           05 ws-arc-start-calls       pic 9(9) value 0.
           05 ws-arc-purged-recs       pic 9(7) value 0.
           05 ws-arc-purged-calls      pic 9(9) value 0.
           05 ws-arc-end-recs          pic 9(7) value 0.
           05 ws-arc-end-calls         pic 9(9) value 0.
           05 ws-purged-op-count       pic 9(5) value 0.
           05 ws-former-op-count       pic 9(5) value 0.
      *
      *what the files should hold after the run, worked from the
      * counts, for the balance check
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
               value '      history archive.       '.
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
               value 'operator history archive & purge - fy '.
           05 ws-heading-fy-start      pic 9(4).
           05 filler                   pic x(1)
               value '-'.
           05 ws-heading-fy-end        pic 9(4).
           05 filler                   pic x(41)
               value spaces.
      *
       01 ws-keep-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(40)
               value 'fiscal years kept on the history:       '.
           05 ws-keep-years-x          pic x(4).
           05 ws-keep-years-e redefines ws-keep-years-x
                                       pic zzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-keep-note.
               10 ws-kn-text           pic x(24).
               10 ws-kn-fy             pic x(4).
               10 ws-kn-tail           pic x(12).
           05 filler                   pic x(44) value spaces.
      *
       01 ws-hr-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(36)
               value 'years former staff held after leavi'.
           05 filler                   pic x(4)
               value 'ng: '.
           05 ws-hr-years-x            pic x(4).
           05 ws-hr-years-e redefines ws-hr-years-x
                                       pic zzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-hr-note.
               10 ws-hn-text           pic x(18).
               10 ws-hn-fy             pic x(4).
               10 ws-hn-tail           pic x(18).
           05 filler                   pic x(44) value spaces.
      *
       01 ws-source-line.
           05 filler                   pic x(2) value spaces.
           05 ws-source-text           pic x(50).
           05 filler                   pic x(80) value spaces.
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
       01 ws-purged-heading1.
           05 filler                   pic x(32) value spaces.
           05 filler                   pic x(31)
               value '-- history --     -- archive --'.
           05 filler                   pic x(69) value spaces.
      *
       01 ws-purged-heading2.
           05 filler                   pic x(32)
               value '  op#  name         last fy    '.
           05 filler                   pic x(31)
               value 'rows    calls     rows    calls'.
           05 filler                   pic x(69) value spaces.
      *
       01 ws-purged-line.
           05 filler                   pic x(2) value spaces.
           05 ws-pl-num                pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-pl-name               pic x(12).
           05 filler                   pic x(4) value spaces.
           05 ws-pl-last-fy            pic 9(4).
           05 filler                   pic x(4) value spaces.
           05 ws-pl-hist-recs          pic zzzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-pl-hist-calls         pic zzzzzz9.
           05 filler                   pic x(4) value spaces.
           05 ws-pl-arc-recs           pic zzzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-pl-arc-calls          pic zzzzzz9.
           05 filler                   pic x(69) value spaces.
      *
       01 ws-former-heading.
           05 filler                   pic x(30)
               value '  op#  name         last fy   '.
           05 filler                   pic x(15)
               value 'purge falls due'.
           05 filler                   pic x(87) value spaces.
      *
       01 ws-former-line.
           05 filler                   pic x(2) value spaces.
           05 ws-fl-num                pic x(3).
           05 filler                   pic x(2) value spaces.
           05 ws-fl-name               pic x(12).
           05 filler                   pic x(4) value spaces.
           05 ws-fl-last-fy            pic 9(4).
           05 filler                   pic x(3) value spaces.
           05 ws-fl-due                pic x(40).
           05 filler                   pic x(62) value spaces.
      *
       01 ws-due-text.
           05 filler                   pic x(12)
               value 'the run for '.
           05 ws-due-fy                pic 9(4).
           05 filler                   pic x(24) value spaces.
      *
       01 ws-control-heading.
           05 filler                   pic x(36) value spaces.
           05 filler                   pic x(22)
               value 'records          calls'.
           05 filler                   pic x(74) value spaces.
      *
      *one control total - the label is moved in, then the records &
      * calls it counts
       01 ws-control-line.
           05 filler                   pic x(2) value spaces.
           05 ws-cl-label              pic x(34).
           05 ws-cl-recs               pic zzzzzz9.
           05 filler                   pic x(4) value spaces.
           05 ws-cl-calls              pic zzzzzzzz9.
           05 filler                   pic x(76) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'operators purged:                 '.
           05 ws-total-purged-ops      pic zzzz9.
           05 filler                   pic x(91) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(34)
               value 'former staff still held:          '.
           05 ws-total-former-ops      pic zzzz9.
           05 filler                   pic x(91) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *read & edit the run parameter card before anything else
           perform 040-read-parameters.
      *
      *the retention periods & the fiscal years they reach back to
           perform 050-read-retention.
      *
      *open files
           open input  master-file.
           if not ws-master-ok
               display 'A7-HistArchive: operator master '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           open i-o    history-file.
           if not ws-hist-opened
               display 'A7-HistArchive: operator history '
                       'cannot be opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           open i-o    archive-file.
           if not ws-archive-opened
               display 'A7-HistArchive: history archive '
                       'cannot be opened - run stopped'
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
           move ws-param-fiscal-year   to ws-heading-fy-start.
           compute ws-heading-fy-end = ws-param-fiscal-year + 1.
      *
      *output first headings
           perform 100-print-headings.
      *
      *the former staff, the last year held for each & which of them
      * are due to be purged
           perform 200-load-inactive.
           perform 250-find-last-years.
           perform 280-mark-purges.
      *
      *archive & purge the history, then purge the archive
           perform 300-process-history.
           perform 400-purge-archive.
      *
      *the operators purged, the former staff still held & the
      * control totals
           perform 500-print-purged.
           perform 520-print-former-staff.
           perform 600-print-totals.
      *
      *close files
           close master-file
                 history-file
                 archive-file
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
               display 'A7-HistArchive: run parameter card '
                       'missing or unreadable - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-HistArchive: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           move parm-fiscal-year       to ws-param-fiscal-year.
      *
       050-read-retention.
      *takes both periods off the retention file's line when they
      * are numeric - otherwise the built-in periods stand, & the
      * report says which were used. Years up to the card's fiscal
      * year less the keep period are archived; a former operator
      * whose last year is up to the card's year less the HR period
      * is purged; a period of zero, or one reaching back past year
      * zero, leaves the year at zero & that part of the run off
           open input retention-file.
           if ws-retention-ok
               read retention-file
                   at end move 'n'      to ws-retention-read-flag
                   not at end move 'y'  to ws-retention-read-flag
               end-read
               close retention-file
           end-if.
      *
           if ws-retention-read
             and ret-keep-years numeric
             and ret-hr-years numeric
               move 'f'                to ws-retention-source-flag
               move ret-keep-years     to ws-keep-years
               move ret-hr-years       to ws-hr-years
           end-if.
      *
           if ws-keep-years > 0
             and ws-keep-years < ws-param-fiscal-year
               compute ws-archive-thru =
                   ws-param-fiscal-year - ws-keep-years
           end-if.
      *
           if ws-hr-years > 0
             and ws-hr-years < ws-param-fiscal-year
               compute ws-purge-thru =
                   ws-param-fiscal-year - ws-hr-years
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
           if ws-archive-thru > 0
               move ws-keep-years      to ws-keep-years-e
               move 'years up to & including'
                                       to ws-kn-text
               move ws-archive-thru    to ws-kn-fy
               move ' archived'        to ws-kn-tail
           else
               move ' off'             to ws-keep-years-x
               move 'nothing archived' to ws-keep-note
           end-if.
           write report-line from ws-keep-line
               after advancing 2 lines.
      *
           if ws-purge-thru > 0
               move ws-hr-years        to ws-hr-years-e
               move 'left in or before'
                                       to ws-hn-text
               move ws-purge-thru      to ws-hn-fy
               move ' purged'          to ws-hn-tail
           else
               move ' off'             to ws-hr-years-x
               move 'nothing purged'   to ws-hr-note
           end-if.
           write report-line from ws-hr-line
               after advancing 1 line.
      *
           if ws-retention-from-file
               move '(from the HR retention file)'
                                       to ws-source-text
           else
               move '(built-in, no usable retention file)'
                                       to ws-source-text
           end-if.
           write report-line from ws-source-line
               after advancing 1 line.
      *
       200-load-inactive.
      *loads every operator inactive on the master - more than the
      * table holds are counted & kept, not purged, & the report
      * says so
           perform until ws-master-status not = '00'
               read master-file
                   at end move 'x'      to ws-master-status
                   not at end
                       if opm-inactive
                           if ws-inact-count < ws-max-inactive
                               add 1    to ws-inact-count
                               move opm-num
                                 to ws-inact-num(ws-inact-count)
                               move opm-name
                                 to ws-inact-name(ws-inact-count)
                               move 0
                                 to ws-inact-last-fy(ws-inact-count)
                               move 'n'
                                 to ws-inact-purge-flag
                                        (ws-inact-count)
                               move 0
                                 to ws-inact-hist-recs(ws-inact-count)
                                    ws-inact-hist-calls(ws-inact-count)
                                    ws-inact-arc-recs(ws-inact-count)
                                    ws-inact-arc-calls(ws-inact-count)
                           else
                               add 1    to ws-inact-overflow
                           end-if
                       end-if
               end-read
           end-perform.
      *
           if ws-inact-overflow > 0
               move 'former staff past the table are held, not purged'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           end-if.
      *
       250-find-last-years.
      *reads the archive, then the history, for the latest fiscal
      * year held for each former operator; the archive's records &
      * calls are its opening balance
           move 'n'                    to ws-eof-flag.
           perform until ws-end-of-file
               read archive-file next record
                   at end move 'y'      to ws-eof-flag
                   not at end
                       perform 290-record-calls
                       add 1            to ws-arc-start-recs
                       add ws-rec-calls to ws-arc-start-calls
                       move arc-num     to ws-look-num
                       move arc-fy      to ws-look-fy
                       perform 255-note-last-year
               end-read
           end-perform.
      *
           move 'n'                    to ws-eof-flag.
           perform until ws-end-of-file
               read history-file next record
                   at end move 'y'      to ws-eof-flag
                   not at end
                       move oph-num     to ws-look-num
                       move oph-fy      to ws-look-fy
                       perform 255-note-last-year
               end-read
           end-perform.
      *
       255-note-last-year.
      *keeps the later of the year in hand & the one already noted,
      * for a former operator
           perform 260-find-inactive.
           if ws-found-idx > 0
             and ws-look-fy numeric
             and ws-look-fy > ws-inact-last-fy(ws-found-idx)
               move ws-look-fy
                 to ws-inact-last-fy(ws-found-idx)
           end-if.
      *
       260-find-inactive.
      *finds the operator in hand among the former staff - zero when
      * they are not one; both files are read in operator order, so
      * the last operator looked up is held & not looked up again
           if ws-look-num not = ws-found-num
               move ws-look-num        to ws-found-num
               move 0                  to ws-found-idx
               perform varying ws-inact-ctr from 1 by 1
                 until ws-inact-ctr > ws-inact-count
                    or ws-found-idx > 0
                   if ws-inact-num(ws-inact-ctr) = ws-look-num
                       move ws-inact-ctr to ws-found-idx
                   end-if
               end-perform
           end-if.
      *
       280-mark-purges.
      *marks the former staff whose last year held is within the
      * purge - one with nothing on either file has nothing to purge
           if ws-purge-thru > 0
               perform varying ws-inact-ctr from 1 by 1
                 until ws-inact-ctr > ws-inact-count
                   if ws-inact-last-fy(ws-inact-ctr) > 0
                     and ws-inact-last-fy(ws-inact-ctr)
                         <= ws-purge-thru
                       move 'y'
                         to ws-inact-purge-flag(ws-inact-ctr)
                       add 1           to ws-purged-op-count
                   end-if
               end-perform
           end-if.
      *
       290-record-calls.
      *the archive record's year calls, for the control totals - a
      * year total that is not numeric is counted as no calls
           move 0                      to ws-rec-calls.
           if arc-total numeric
               move arc-total          to ws-rec-calls
           end-if.
      *
       300-process-history.
      *reads the history from the first operator: a purged operator's
      * years are deleted, a year within the archive is moved to the
      * archive & deleted, & the rest are kept
           move low-values             to oph-key.
           move 'n'                    to ws-eof-flag.
           start history-file key is not less than oph-key
               invalid key move 'y'    to ws-eof-flag
           end-start.
      *
           perform until ws-end-of-file
               read history-file next record
                   at end move 'y'      to ws-eof-flag
                   not at end
                       perform 310-take-history-record
               end-read
           end-perform.
      *
       310-take-history-record.
      *
           move 0                      to ws-rec-calls.
           if oph-total numeric
               move oph-total          to ws-rec-calls
           end-if.
           add 1                       to ws-hist-read-recs.
           add ws-rec-calls            to ws-hist-read-calls.
      *
           move oph-num                to ws-look-num.
           perform 260-find-inactive.
      *
           if ws-found-idx > 0
             and ws-inact-purge(ws-found-idx)
               delete history-file
               add 1                   to ws-hist-purged-recs
               add ws-rec-calls        to ws-hist-purged-calls
               add 1
                 to ws-inact-hist-recs(ws-found-idx)
               add ws-rec-calls
                 to ws-inact-hist-calls(ws-found-idx)
           else
               if oph-fy numeric
                 and oph-fy <= ws-archive-thru
                   perform 320-archive-record
               else
                   add 1               to ws-hist-kept-recs
                   add ws-rec-calls    to ws-hist-kept-calls
               end-if
           end-if.
      *
       320-archive-record.
      *writes the year to the archive - a year already archived, as
      * from a history reloaded off an older generation, is replaced
      * by the one in hand - & takes it off the history
           move oph-rec                to arc-rec.
           write arc-rec.
           if ws-archive-dup-key
               rewrite arc-rec
               add 1                   to ws-replaced-recs
           end-if.
      *
           delete history-file.
           add 1                       to ws-archived-recs.
           add ws-rec-calls            to ws-archived-calls.
      *
       400-purge-archive.
      *reads the archive, now holding this run's years, from the
      * first operator: a purged operator's years are deleted, the
      * rest are counted as the archive's closing balance
           move low-values             to arc-key.
           move 'n'                    to ws-eof-flag.
           start archive-file key is not less than arc-key
               invalid key move 'y'    to ws-eof-flag
           end-start.
      *
           perform until ws-end-of-file
               read archive-file next record
                   at end move 'y'      to ws-eof-flag
                   not at end
                       perform 410-take-archive-record
               end-read
           end-perform.
      *
       410-take-archive-record.
      *
           perform 290-record-calls.
           move arc-num                to ws-look-num.
           perform 260-find-inactive.
      *
           if ws-found-idx > 0
             and ws-inact-purge(ws-found-idx)
               delete archive-file
               add 1                   to ws-arc-purged-recs
               add ws-rec-calls        to ws-arc-purged-calls
               add 1
                 to ws-inact-arc-recs(ws-found-idx)
               add ws-rec-calls
                 to ws-inact-arc-calls(ws-found-idx)
           else
               add 1                   to ws-arc-end-recs
               add ws-rec-calls        to ws-arc-end-calls
           end-if.
      *
       500-print-purged.
      *one line for each former operator purged, with what came off
      * each file
           move 'former staff purged' to ws-section-text.
           write report-line from ws-section-heading
               after advancing 3 lines.
      *
           if ws-purged-op-count = 0
               move 'no former operator due to be purged'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 2 lines
           else
               write report-line from ws-purged-heading1
                   after advancing 2 lines
               write report-line from ws-purged-heading2
                   after advancing 1 line
               perform varying ws-inact-ctr from 1 by 1
                 until ws-inact-ctr > ws-inact-count
                   if ws-inact-purge(ws-inact-ctr)
                       move ws-inact-num(ws-inact-ctr)
                                       to ws-pl-num
                       move ws-inact-name(ws-inact-ctr)
                                       to ws-pl-name
                       move ws-inact-last-fy(ws-inact-ctr)
                                       to ws-pl-last-fy
                       move ws-inact-hist-recs(ws-inact-ctr)
                                       to ws-pl-hist-recs
                       move ws-inact-hist-calls(ws-inact-ctr)
                                       to ws-pl-hist-calls
                       move ws-inact-arc-recs(ws-inact-ctr)
                                       to ws-pl-arc-recs
                       move ws-inact-arc-calls(ws-inact-ctr)
                                       to ws-pl-arc-calls
                       write report-line from ws-purged-line
                           after advancing 1 line
                   end-if
               end-perform
           end-if.
      *
       520-print-former-staff.
      *the former staff with records still on file, & the run their
      * purge falls due in - the one whose fiscal year is their last
      * year plus the HR period
           move 'former staff still held' to ws-section-text.
           write report-line from ws-section-heading
               after advancing 3 lines.
           write report-line from ws-former-heading
               after advancing 2 lines.
      *
           perform varying ws-inact-ctr from 1 by 1
             until ws-inact-ctr > ws-inact-count
               if ws-inact-last-fy(ws-inact-ctr) > 0
                 and not ws-inact-purge(ws-inact-ctr)
                   add 1               to ws-former-op-count
                   move ws-inact-num(ws-inact-ctr)
                                       to ws-fl-num
                   move ws-inact-name(ws-inact-ctr)
                                       to ws-fl-name
                   move ws-inact-last-fy(ws-inact-ctr)
                                       to ws-fl-last-fy
                   if ws-hr-years > 0
                       compute ws-due-fy =
                           ws-inact-last-fy(ws-inact-ctr)
                         + ws-hr-years
                       move ws-due-text
                                       to ws-fl-due
                   else
                       move 'not purged - HR period is off'
                                       to ws-fl-due
                   end-if
                   write report-line from ws-former-line
                       after advancing 1 line
               end-if
           end-perform.
      *
           if ws-former-op-count = 0
               move 'no former operator still held'
                                       to ws-message-text
               write report-line from ws-message-line
                   after advancing 1 line
           end-if.
      *
       600-print-totals.
      *the control totals, & a check that the history read comes to
      * what was kept, archived & purged, & that the archive's
      * opening balance, with what was added & less what was purged,
      * comes to what it now holds
           move 'control totals'       to ws-section-text.
           write report-line from ws-section-heading
               after advancing 3 lines.
           write report-line from ws-control-heading
               after advancing 2 lines.
      *
           move 'history read:'        to ws-cl-label.
           move ws-hist-read-recs      to ws-cl-recs.
           move ws-hist-read-calls     to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move '  kept on the history:'
                                       to ws-cl-label.
           move ws-hist-kept-recs      to ws-cl-recs.
           move ws-hist-kept-calls     to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move '  moved to the archive:'
                                       to ws-cl-label.
           move ws-archived-recs       to ws-cl-recs.
           move ws-archived-calls      to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move '  purged from the history:'
                                       to ws-cl-label.
           move ws-hist-purged-recs    to ws-cl-recs.
           move ws-hist-purged-calls   to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move 'archive held before the run:'
                                       to ws-cl-label.
           move ws-arc-start-recs      to ws-cl-recs.
           move ws-arc-start-calls     to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 2 lines.
      *
           move '  purged from the archive:'
                                       to ws-cl-label.
           move ws-arc-purged-recs     to ws-cl-recs.
           move ws-arc-purged-calls    to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           move 'archive held after the run:'
                                       to ws-cl-label.
           move ws-arc-end-recs        to ws-cl-recs.
           move ws-arc-end-calls       to ws-cl-calls.
           write report-line from ws-control-line
               after advancing 1 line.
      *
           if ws-replaced-recs > 0
               move 'archived years replaced:'
                                       to ws-cl-label
               move ws-replaced-recs   to ws-cl-recs
               move 0                  to ws-cl-calls
               write report-line from ws-control-line
                   after advancing 1 line
           end-if.
      *
           move ws-purged-op-count     to ws-total-purged-ops.
           write report-line from ws-total-line1
               after advancing 2 lines.
           move ws-former-op-count     to ws-total-former-ops.
           write report-line from ws-total-line2
               after advancing 1 line.
      *
      *the history - read against kept, archived & purged
           compute ws-balance-recs = ws-hist-kept-recs
               + ws-archived-recs + ws-hist-purged-recs.
           compute ws-balance-calls = ws-hist-kept-calls
               + ws-archived-calls + ws-hist-purged-calls.
           if ws-balance-recs not = ws-hist-read-recs
             or ws-balance-calls not = ws-hist-read-calls
               move 'n'                to ws-balance-flag
           end-if.
      *
      *the archive - a replaced year adds no record, & the calls it
      * held before are not known once rewritten, so the calls are
      * only balanced when nothing was replaced
           compute ws-balance-recs = ws-arc-start-recs
               + ws-archived-recs - ws-replaced-recs
               - ws-arc-purged-recs.
           if ws-balance-recs not = ws-arc-end-recs
               move 'n'                to ws-balance-flag
           end-if.
           if ws-replaced-recs = 0
               compute ws-balance-calls = ws-arc-start-calls
                   + ws-archived-calls - ws-arc-purged-calls
               if ws-balance-calls not = ws-arc-end-calls
                   move 'n'            to ws-balance-flag
               end-if
           end-if.
      *
           if ws-in-balance
               move 'history & archive balance'
                                       to ws-message-text
           else
               move 'history & archive do not balance - see totals'
                                       to ws-message-text
               move 8                  to return-code
           end-if.
           write report-line from ws-message-line
               after advancing 2 lines.
