       identification division.
       program-id. A7-GenCatalog.
       author. David Osagiede.
       date-written. 2026-10-15.
      *Program Description: This program keeps numbered generations of
      * the stream's master data files - A7.dat, the operator master,
      * the queue reference & the operator history - so that a bad
      * intake, adjustment or maintenance run can be backed out to
      * the version it replaced. It works from a file of requests:
      *  - save: copies the live file to its next generation ahead of
      *    an update-in-place run (A7-OperatorMasterMaint,
      *    A7-QueueRefMaint, A7-YearEndRoll, A7-MidYearSettlement,
      *    A7-HistArchive)
      *  - promote: saves A7.dat, then copies A7-New.dat (after
      *    A7-MonthlyIntake) or A7-Adjusted.dat (after
      *    A7-VolumeAdjust) over it, in place of the hand copy
      *  - restore: saves the live file, then puts a named generation
      *    back, listing the file before & after & checking the
      *    restored count & hash against the catalog
      *  - keep: sets how many generations of a file are kept
      *  - list: prints the catalog for one file or all of them
      * Every generation is recorded on the catalog file with the date
      * & time, record count, a hash total of the call figures & the
      * program whose run caused it; generations past the keep count
      * are deleted & marked purged on the catalog.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the requests for this run, one per line
           select request-file
               assign to '../../../data/A7-GenRequest.dat'
               organization is line sequential.
      *
      *the generation catalog - optional so the first run creates it
           select optional catalog-file
               assign to '../../../data/A7-GenCatalog.dat'
               organization is indexed
               access is dynamic
               record key is cat-key
               file status  is ws-catalog-status.
      *
      *the four live files the catalog keeps generations of - each
      * optional, so a file not yet built is reported, not abended on
           select optional emp-file
               assign to '../../../data/A7.dat'
               organization is line sequential
               file status  is ws-emp-status.
      *
           select optional master-file
               assign to '../../../data/A7-OpMaster.dat'
               organization is indexed
               access is sequential
               record key is opm-num
               file status  is ws-master-status.
      *
           select optional queue-file
               assign to '../../../data/A7-Queues.dat'
               organization is indexed
               access is sequential
               record key is que-code
               file status  is ws-queue-status.
      *
           select optional history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is sequential
               record key is oph-key
               file status  is ws-history-status.
      *
      *one generation copy - the name is filled in before each open,
      * so one select serves every generation of every file
           select optional gen-file
               assign to ws-gen-name
               organization is line sequential
               file status  is ws-gen-status.
      *
      *the replacement a promote copies over A7.dat - named on the
      * request, A7-New.dat or A7-Adjusted.dat
           select optional source-file
               assign to ws-source-name
               organization is line sequential
               file status  is ws-source-status.
      *
           select report-file
               assign to '../../../data/A7-GenCatalog.out'
               organization is line sequential.
      *
       data division.
       file section.
      *
       fd request-file
           data record is greq-rec
           record contains 75 characters.
      *
       01 greq-rec.
           05 greq-action              pic x(1).
               88 greq-save                   value 's'.
               88 greq-promote                value 'p'.
               88 greq-restore                value 'r'.
               88 greq-keep                   value 'k'.
               88 greq-list                   value 'l'.
      *the live file, by its data-directory name (A7.dat,
      * A7-OpMaster.dat, A7-Queues.dat, A7-OpHistory.dat) - blank on
      * a list request lists every file
           05 greq-file                pic x(20).
      *restore - the generation to put back
           05 greq-gen                 pic 9(4).
      *keep - how many generations to keep
           05 greq-keep-count          pic 9(2).
      *save & promote - the program whose run the save comes ahead
      * of; a promote with none takes the one that made the source
           05 greq-program             pic x(28).
      *promote - the replacement file
           05 greq-source              pic x(20).
      *
       fd catalog-file
           data record is cat-rec
           record contains 100 characters.
      *
           copy GENCAT.
      *
       fd emp-file
           data record is emp-rec
           record contains 126 characters.
      *
           copy EMPREC.
      *
       fd master-file
           data record is opm-rec
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd queue-file
           data record is que-rec
           record contains 15 characters.
      *
           copy QUEREF.
      *
       fd history-file
           data record is oph-rec
           record contains 66 characters.
      *
           copy OPHIST.
      *
      *generation & source records are carried as raw text, sized for
      * the largest file kept (A7.dat)
       fd gen-file
           data record is gen-line
           record contains 126 characters.
      *
       01 gen-line                     pic x(126).
      *
       fd source-file
           data record is source-line
           record contains 126 characters.
      *
       01 source-line                  pic x(126).
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
           05 ws-number-of-months      pic 99   value 12.
           05 ws-ctr                   pic 99   value 0.
           05 ws-number-of-files       pic 9    value 4.
      *generations kept for a file whose keep count was never set
           05 ws-default-keep          pic 99   value 5.
      *
       01 ws-file-status-flags.
           05 ws-catalog-status      pic xx    value spaces.
               88 ws-catalog-ok                value '00'.
               88 ws-catalog-opened            value '00' '05'.
               88 ws-catalog-dup-key           value '22'.
           05 ws-emp-status          pic xx    value spaces.
               88 ws-emp-ok                    value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-queue-status        pic xx    value spaces.
               88 ws-queue-ok                  value '00'.
           05 ws-history-status      pic xx    value spaces.
               88 ws-history-ok                value '00'.
           05 ws-gen-status          pic xx    value spaces.
               88 ws-gen-ok                    value '00'.
           05 ws-source-status       pic xx    value spaces.
               88 ws-source-ok                 value '00'.
      *
      *the files the catalog keeps, in the order a full list prints
       01 ws-file-names.
           05 filler                   pic x(20) value 'A7.dat'.
           05 filler                   pic x(20)
               value 'A7-OpMaster.dat'.
           05 filler                   pic x(20)
               value 'A7-Queues.dat'.
           05 filler                   pic x(20)
               value 'A7-OpHistory.dat'.
       01 ws-file-names-r redefines ws-file-names.
           05 ws-file-name             pic x(20) occurs 4.
      *
       01 ws-file-control.
           05 ws-file-idx            pic 9     value 0.
           05 ws-gen-name            pic x(60) value spaces.
           05 ws-source-name         pic x(60) value spaces.
           05 ws-delete-name         pic x(60) value spaces.
           05 ws-copy-eof-flag       pic x     value 'n'.
               88 ws-copy-eof                  value 'y'.
           05 ws-copy-count          pic 9(7)  value 0.
           05 ws-copy-hash           pic 9(11) value 0.
           05 ws-hash-num            pic 9(3)  value 0.
           05 ws-cat-scan-flag       pic x     value 'n'.
               88 ws-cat-scan-done             value 'y'.
      *
      *the file's control record - keep count & last generation
       01 ws-control-fields.
           05 ws-ctl-keep            pic 99    value 0.
           05 ws-ctl-last-gen        pic 9(4)  value 0.
           05 ws-purge-thru          pic 9(4)  value 0.
      *
      *the generation a save has just written
       01 ws-save-fields.
           05 ws-save-program        pic x(28) value spaces.
           05 ws-save-done-flag      pic x     value 'n'.
               88 ws-save-done                 value 'y'.
           05 ws-live-on-hand-flag   pic x     value 'n'.
               88 ws-live-on-hand              value 'y'.
           05 ws-new-gen             pic 9(4)  value 0.
      *
      *the generation a restore puts back, as the catalog has it
       01 ws-restore-fields.
           05 ws-target-gen          pic 9(4)  value 0.
           05 ws-target-count        pic 9(7)  value 0.
           05 ws-target-hash         pic 9(11) value 0.
      *
       01 ws-current-date              pic 9(6) value 0.
       01 ws-current-time              pic 9(8) value 0.
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      *
      *request edit result & the reason a request was turned away
       01 ws-req-validation.
           05 ws-req-valid-flag        pic x    value 'y'.
               88 ws-req-valid                  value 'y'.
               88 ws-req-invalid                value 'n'.
           05 ws-req-reason            pic x(40) value spaces.
      *
       01 ws-counts.
           05 ws-req-count             pic 9(5) value 0.
           05 ws-saved-count           pic 9(5) value 0.
           05 ws-promoted-count        pic 9(5) value 0.
           05 ws-restored-count        pic 9(5) value 0.
           05 ws-purged-count          pic 9(5) value 0.
           05 ws-reject-count          pic 9(5) value 0.
      *
       01 ws-name-line.
           05 filler                   pic x(5)
               value spaces.
           05 filler                   pic x(25)
               value '    David Osagiede    '.
           05 filler                   pic x(29)
               value '      generation catalog.    '.
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
               value 'file generation save/restore log'.
           05 filler                   pic x(56)
               value spaces.
      *
       01 ws-req-echo-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(9) value 'request: '.
           05 ws-echo-action           pic x(8).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-file             pic x(20).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-gen              pic x(4).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-keep             pic x(2).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-program          pic x(28).
           05 filler                   pic x(2) value spaces.
           05 ws-echo-source           pic x(20).
           05 filler                   pic x(29) value spaces.
      *
      *a file's figures - a generation saved, the live file before &
      * after a restore, or a promoted replacement
       01 ws-figures-line.
           05 filler                   pic x(4) value spaces.
           05 ws-fig-label             pic x(10).
           05 ws-fig-file              pic x(20).
           05 filler                   pic x(5) value ' gen '.
           05 ws-fig-gen               pic x(4).
           05 filler                   pic x(10) value '  records '.
           05 ws-fig-count             pic zzzzzz9.
           05 filler                   pic x(7) value '  hash '.
           05 ws-fig-hash              pic z(10)9.
           05 filler                   pic x(2) value spaces.
           05 ws-fig-note              pic x(40).
           05 filler                   pic x(12) value spaces.
      *
       01 ws-note-line.
           05 filler                   pic x(4) value spaces.
           05 ws-note-label            pic x(10).
           05 ws-note-text             pic x(60).
           05 filler                   pic x(58) value spaces.
      *
       01 ws-reject-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(10) value 'rejected: '.
           05 ws-reject-reason         pic x(40).
           05 filler                   pic x(78) value spaces.
      *
       01 ws-list-file-line.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(12) value 'catalog for '.
           05 ws-list-file             pic x(20).
           05 filler                   pic x(9) value ' keeping '.
           05 ws-list-keep             pic z9.
           05 filler                   pic x(32)
               value ' generations, last given out gen'.
           05 filler                   pic x(1) value space.
           05 ws-list-last-gen         pic 9(4).
           05 filler                   pic x(48) value spaces.
      *
       01 ws-list-heading.
           05 filler                   pic x(6) value spaces.
           05 filler                   pic x(34)
               value 'gen   saved   at time   records   '.
           05 filler                   pic x(36)
               value '      hash  program                 '.
           05 filler                   pic x(56)
               value '      status'.
      *
       01 ws-list-detail.
           05 filler                   pic x(6) value spaces.
           05 ws-list-gen              pic 9(4).
           05 filler                   pic x(2) value spaces.
           05 ws-list-date             pic 9(6).
           05 filler                   pic x(2) value spaces.
           05 ws-list-time             pic 9(8).
           05 filler                   pic x(2) value spaces.
           05 ws-list-count            pic zzzzzz9.
           05 filler                   pic x(2) value spaces.
           05 ws-list-hash             pic z(10)9.
           05 filler                   pic x(2) value spaces.
           05 ws-list-program          pic x(28).
           05 filler                   pic x(2) value spaces.
           05 ws-list-status           pic x(6).
           05 filler                   pic x(44) value spaces.
      *
       01 ws-total-line1.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'requests read:            '.
           05 ws-total-reqs            pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line2.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'generations saved:        '.
           05 ws-total-saved           pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'replacements promoted:    '.
           05 ws-total-promoted        pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line4.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'files restored:           '.
           05 ws-total-restored        pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line5.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'generations purged:       '.
           05 ws-total-purged          pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       01 ws-total-line6.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(26)
               value 'requests rejected:        '.
           05 ws-total-rejects         pic zzzz9.
           05 filler                   pic x(99) value spaces.
      *
       procedure division.
      *
       000-main.
      *
      *open files
           open i-o    catalog-file,
                input  request-file,
                output report-file.
      *
      *without the catalog no generation could be found again, so
      * nothing is saved or restored
           if not ws-catalog-opened
               display 'A7-GenCatalog: generation catalog '
                       'cannot be opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
           accept ws-current-date from date.
      *
      *output first headings
           perform 100-print-headings.
      *
      *work each request & log the result
           perform 200-read-request-file.
      *
           perform 300-process-request
               until ws-end-of-file.
      *
      *output total lines
           perform 400-print-totals.
      *
      *close files
           close catalog-file
                 request-file
                 report-file.
      *
      *a turned-away request, or a restore that did not come back to
      * the catalog's figures, needs looking at before the stream runs
           if ws-reject-count > 0
               move 8                  to return-code
           end-if.
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
       200-read-request-file.
      *reads a line from the request file & stores it in greq-rec
      * - unless eof is encountered in which case it sets
      *    ws-eof-flag to y
           read request-file
               at end move 'y'          to ws-eof-flag.
      *
       300-process-request.
      *echoes the request onto the log, edits it, then carries it out
           add 1                       to ws-req-count.
      *
           evaluate true
               when greq-save
                   move 'save'         to ws-echo-action
               when greq-promote
                   move 'promote'      to ws-echo-action
               when greq-restore
                   move 'restore'      to ws-echo-action
               when greq-keep
                   move 'keep'         to ws-echo-action
               when greq-list
                   move 'list'         to ws-echo-action
               when other
                   move '?'            to ws-echo-action
           end-evaluate.
           move greq-file              to ws-echo-file.
           move greq-rec(22:4)         to ws-echo-gen.
           move greq-rec(26:2)         to ws-echo-keep.
           move greq-program           to ws-echo-program.
           move greq-source            to ws-echo-source.
           write report-line from ws-req-echo-line
               after advancing 2 lines.
      *
           perform 250-validate-request.
           if ws-req-valid
               evaluate true
                   when greq-save
                       perform 310-save-request
                   when greq-promote
                       perform 320-promote-request
                   when greq-restore
                       perform 330-restore-request
                   when greq-keep
                       perform 340-keep-request
                   when greq-list
                       perform 350-list-request
               end-evaluate
           end-if.
      *
           if ws-req-invalid
               perform 360-write-reject-line
           end-if.
      *
      * read next request (if any), whether this one was done or not
           perform 200-read-request-file.
      *
       250-validate-request.
      *edits the request - an unknown action, a file the catalog does
      * not keep, a save with no program, a promote of anything but
      * A7-New.dat or A7-Adjusted.dat over A7.dat, a restore with no
      * generation or a keep count outside 1-99 all turn it away
           move 'y'                    to ws-req-valid-flag.
           move spaces                 to ws-req-reason.
           move 0                      to ws-file-idx.
      *
           if not (greq-save or greq-promote or greq-restore
                   or greq-keep or greq-list)
               move 'n'                to ws-req-valid-flag
               move 'action code is not s, p, r, k or l'
                                       to ws-req-reason
           end-if.
      *
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-files
               if greq-file = ws-file-name(ws-ctr)
                   move ws-ctr         to ws-file-idx
               end-if
           end-perform.
      *
           if ws-req-valid and ws-file-idx = 0
             and not (greq-list and greq-file = spaces)
               move 'n'                to ws-req-valid-flag
               move 'file is not one the catalog keeps'
                                       to ws-req-reason
           end-if.
      *
           if ws-req-valid and greq-save and greq-program = spaces
               move 'n'                to ws-req-valid-flag
               move 'no program named for the save'
                                       to ws-req-reason
           end-if.
      *
           if ws-req-valid and greq-promote
               if ws-file-idx not = 1
                   move 'n'            to ws-req-valid-flag
                   move 'only A7.dat is promoted over'
                                       to ws-req-reason
               else
                   if greq-source not = 'A7-New.dat'
                     and greq-source not = 'A7-Adjusted.dat'
                       move 'n'        to ws-req-valid-flag
                       move 'source is not A7-New or A7-Adjusted'
                                       to ws-req-reason
                   end-if
               end-if
           end-if.
      *
           if ws-req-valid and greq-restore
             and (greq-gen not numeric or greq-gen = 0)
               move 'n'                to ws-req-valid-flag
               move 'generation is not a usable number'
                                       to ws-req-reason
           end-if.
      *
           if ws-req-valid and greq-keep
             and (greq-keep-count not numeric
                  or greq-keep-count = 0)
               move 'n'                to ws-req-valid-flag
               move 'keep count is not 01 through 99'
                                       to ws-req-reason
           end-if.
      *
       310-save-request.
      *saves the live file as its next generation ahead of the named
      * program's update
           move greq-program           to ws-save-program.
           perform 600-save-generation.
           if ws-save-done
               perform 620-purge-old-generations
           end-if.
      *
       320-promote-request.
      *saves A7.dat, then copies the replacement over it - a missing
      * or empty replacement is turned away before anything is
      * touched, so a failed intake can never promote an empty file,
      * & one is not copied over an A7.dat that could not be saved
           move spaces                 to ws-source-name.
           string '../../../data/'     delimited by size
                  greq-source          delimited by space
               into ws-source-name
           end-string.
      *
           open input source-file.
           if not ws-source-ok
               move 'n'                to ws-req-valid-flag
               move 'replacement file is not on hand'
                                       to ws-req-reason
           else
               read source-file
                   at end
                       move 'n'        to ws-req-valid-flag
                       move 'replacement file is empty'
                                       to ws-req-reason
               end-read
               close source-file
           end-if.
      *
           if ws-req-valid
               if greq-program not = spaces
                   move greq-program   to ws-save-program
               else
                   if greq-source = 'A7-New.dat'
                       move 'A7-MonthlyIntake' to ws-save-program
                   else
                       move 'A7-VolumeAdjust'  to ws-save-program
                   end-if
               end-if
               perform 600-save-generation
               if ws-live-on-hand and not ws-save-done
                   move 'n'            to ws-req-valid-flag
                   move 'generation could not be written'
                                       to ws-req-reason
               end-if
           end-if.
      *
           if ws-req-valid
               perform 650-copy-source-to-live
               add 1                   to ws-promoted-count
               move 'promoted: '       to ws-fig-label
               move greq-source        to ws-fig-file
               move spaces             to ws-fig-gen
               move ws-copy-count      to ws-fig-count
               move ws-copy-hash       to ws-fig-hash
               move 'copied over A7.dat'
                                       to ws-fig-note
               write report-line from ws-figures-line
                   after advancing 1 lines
               perform 620-purge-old-generations
           end-if.
      *
       330-restore-request.
      *puts a named generation back - only a generation still kept;
      * the live file is saved first so the restore can itself be
      * backed out, & is not restored over when that save could not
      * be written; the purge waits until the restore is done so
      * that save cannot purge the very generation being restored
           move ws-file-name(ws-file-idx) to cat-file.
           move greq-gen               to cat-gen.
           read catalog-file.
           if not ws-catalog-ok
               move 'n'                to ws-req-valid-flag
               move 'no such generation on the catalog'
                                       to ws-req-reason
           else
               if not cat-kept
                   move 'n'            to ws-req-valid-flag
                   move 'generation has been purged'
                                       to ws-req-reason
               end-if
           end-if.
      *
           if ws-req-valid
               move greq-gen           to ws-target-gen
               move cat-rec-count      to ws-target-count
               move cat-hash           to ws-target-hash
               perform 610-build-gen-name
               open input gen-file
               if ws-gen-ok
                   close gen-file
               else
                   move 'n'            to ws-req-valid-flag
                   move 'generation file is missing'
                                       to ws-req-reason
               end-if
           end-if.
      *
           if ws-req-valid
               move 'A7-GenCatalog restore' to ws-save-program
               perform 600-save-generation
               if ws-save-done
                   move 'before:   '   to ws-fig-label
                   move ws-file-name(ws-file-idx) to ws-fig-file
                   move ws-new-gen     to ws-fig-gen
                   move ws-copy-count  to ws-fig-count
                   move ws-copy-hash   to ws-fig-hash
                   move 'live file, kept as the generation shown'
                                       to ws-fig-note
                   write report-line from ws-figures-line
                       after advancing 1 lines
               end-if
               if ws-live-on-hand and not ws-save-done
                   move 'n'            to ws-req-valid-flag
                   move 'generation could not be written'
                                       to ws-req-reason
               end-if
           end-if.
      *
           if ws-req-valid
               move ws-target-gen      to ws-new-gen
               perform 610-build-gen-name
               perform 660-copy-gen-to-live
               add 1                   to ws-restored-count
               move 'after:    '       to ws-fig-label
               move ws-file-name(ws-file-idx) to ws-fig-file
               move ws-target-gen      to ws-fig-gen
               move ws-copy-count      to ws-fig-count
               move ws-copy-hash       to ws-fig-hash
               if ws-copy-count = ws-target-count
                 and ws-copy-hash = ws-target-hash
                   move 'restored - agrees with the catalog'
                                       to ws-fig-note
               else
                   move '*** does not agree with the catalog ***'
                                       to ws-fig-note
                   add 1               to ws-reject-count
               end-if
               write report-line from ws-figures-line
                   after advancing 1 lines
               perform 620-purge-old-generations
           end-if.
      *
       340-keep-request.
      *sets how many generations of the file are kept, purging any
      * now past the new count
           perform 500-read-control.
           move greq-keep-count        to ws-ctl-keep.
           perform 510-write-control.
           move 'keep:     '           to ws-note-label.
           move 'generation count set' to ws-note-text.
           write report-line from ws-note-line
               after advancing 1 lines.
           perform 620-purge-old-generations.
      *
       350-list-request.
      *prints the catalog for the named file, or for every file
           if greq-file = spaces
               perform varying ws-file-idx from 1 by 1
                 until ws-file-idx > ws-number-of-files
                   perform 355-list-file
               end-perform
           else
               perform 355-list-file
           end-if.
      *
       355-list-file.
           perform 500-read-control.
           move ws-file-name(ws-file-idx) to ws-list-file.
           move ws-ctl-keep            to ws-list-keep.
           move ws-ctl-last-gen        to ws-list-last-gen.
           write report-line from ws-list-file-line
               after advancing 2 lines.
           write report-line from ws-list-heading
               after advancing 1 lines.
      *
           move ws-file-name(ws-file-idx) to cat-file.
           move 1                      to cat-gen.
           move 'n'                    to ws-cat-scan-flag.
           start catalog-file key is not less than cat-key
               invalid key move 'y'    to ws-cat-scan-flag
           end-start.
           perform until ws-cat-scan-done
               read catalog-file next record
                   at end move 'y'      to ws-cat-scan-flag
                   not at end
                       if cat-file not = ws-file-name(ws-file-idx)
                           move 'y'    to ws-cat-scan-flag
                       else
                           perform 357-list-generation
                       end-if
               end-read
           end-perform.
      *
       357-list-generation.
           move cat-gen                to ws-list-gen.
           move cat-date               to ws-list-date.
           move cat-time               to ws-list-time.
           move cat-rec-count          to ws-list-count.
           move cat-hash               to ws-list-hash.
           move cat-program            to ws-list-program.
           if cat-kept
               move 'kept'             to ws-list-status
           else
               move 'purged'           to ws-list-status
           end-if.
           write report-line from ws-list-detail
               after advancing 1 lines.
      *
       360-write-reject-line.
           add 1                       to ws-reject-count.
           move ws-req-reason          to ws-reject-reason.
           write report-line from ws-reject-line
               after advancing 1 lines.
      *
       400-print-totals.
      *
           move ws-req-count           to ws-total-reqs.
           move ws-saved-count         to ws-total-saved.
           move ws-promoted-count      to ws-total-promoted.
           move ws-restored-count      to ws-total-restored.
           move ws-purged-count        to ws-total-purged.
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
           write report-line from ws-total-line6
               after advancing 1 lines.
      *
       500-read-control.
      *the file's control record - a file never saved before keeps
      * the default number of generations & has given none out
           move ws-file-name(ws-file-idx) to cat-file.
           move 0                      to cat-gen.
           read catalog-file.
           if ws-catalog-ok
               move cat-ctl-keep       to ws-ctl-keep
               move cat-ctl-last-gen   to ws-ctl-last-gen
           else
               move ws-default-keep    to ws-ctl-keep
               move 0                  to ws-ctl-last-gen
           end-if.
      *
       510-write-control.
           move spaces                 to cat-rec.
           move ws-file-name(ws-file-idx) to cat-file.
           move 0                      to cat-gen.
           move ws-ctl-keep            to cat-ctl-keep.
           move ws-ctl-last-gen        to cat-ctl-last-gen.
           write cat-rec.
           if ws-catalog-dup-key
               rewrite cat-rec
           end-if.
      *
       600-save-generation.
      *copies the live file to its next generation & catalogs it - a
      * file not yet on hand has nothing to save, & a generation that
      * cannot be written is not catalogued; either is noted
           move 'n'                    to ws-save-done-flag.
           move 'n'                    to ws-live-on-hand-flag.
           perform 500-read-control.
           if ws-ctl-last-gen = 9999
               move 1                  to ws-new-gen
           else
               compute ws-new-gen = ws-ctl-last-gen + 1
           end-if.
           perform 610-build-gen-name.
           move 0                      to ws-copy-count.
           move 0                      to ws-copy-hash.
           move 'n'                    to ws-copy-eof-flag.
      *
           evaluate ws-file-idx
               when 1
                   open input emp-file
                   if ws-emp-ok
                       move 'y'        to ws-live-on-hand-flag
                       open output gen-file
                       if ws-gen-ok
                           perform until ws-copy-eof
                               read emp-file
                                   at end move 'y' to ws-copy-eof-flag
                                   not at end
                                       move emp-rec to gen-line
                                       write gen-line
                                       perform 640-count-record
                               end-read
                           end-perform
                           close gen-file
                           move 'y'    to ws-save-done-flag
                       end-if
                   end-if
                   close emp-file
               when 2
                   open input master-file
                   if ws-master-ok
                       move 'y'        to ws-live-on-hand-flag
                       open output gen-file
                       if ws-gen-ok
                           perform until ws-copy-eof
                               read master-file
                                   at end move 'y' to ws-copy-eof-flag
                                   not at end
                                       move opm-rec to gen-line
                                       write gen-line
                                       perform 640-count-record
                               end-read
                           end-perform
                           close gen-file
                           move 'y'    to ws-save-done-flag
                       end-if
                   end-if
                   close master-file
               when 3
                   open input queue-file
                   if ws-queue-ok
                       move 'y'        to ws-live-on-hand-flag
                       open output gen-file
                       if ws-gen-ok
                           perform until ws-copy-eof
                               read queue-file
                                   at end move 'y' to ws-copy-eof-flag
                                   not at end
                                       move que-rec to gen-line
                                       write gen-line
                                       perform 640-count-record
                               end-read
                           end-perform
                           close gen-file
                           move 'y'    to ws-save-done-flag
                       end-if
                   end-if
                   close queue-file
               when 4
                   open input history-file
                   if ws-history-ok
                       move 'y'        to ws-live-on-hand-flag
                       open output gen-file
                       if ws-gen-ok
                           perform until ws-copy-eof
                               read history-file
                                   at end move 'y' to ws-copy-eof-flag
                                   not at end
                                       move oph-rec to gen-line
                                       write gen-line
                                       perform 640-count-record
                               end-read
                           end-perform
                           close gen-file
                           move 'y'    to ws-save-done-flag
                       end-if
                   end-if
                   close history-file
           end-evaluate.
      *
           if ws-save-done
               move spaces             to cat-rec
               move ws-file-name(ws-file-idx) to cat-file
               move ws-new-gen         to cat-gen
               accept ws-current-time from time
               move ws-current-date    to cat-date
               move ws-current-time    to cat-time
               move ws-copy-count      to cat-rec-count
               move ws-copy-hash       to cat-hash
               move ws-save-program    to cat-program
               move 'k'                to cat-status
               write cat-rec
               if ws-catalog-dup-key
                   rewrite cat-rec
               end-if
               move ws-new-gen         to ws-ctl-last-gen
               perform 510-write-control
               add 1                   to ws-saved-count
               move 'saved:    '       to ws-fig-label
               move ws-file-name(ws-file-idx) to ws-fig-file
               move ws-new-gen         to ws-fig-gen
               move ws-copy-count      to ws-fig-count
               move ws-copy-hash       to ws-fig-hash
               move ws-save-program    to ws-fig-note
               write report-line from ws-figures-line
                   after advancing 1 lines
           else
               move 'not saved:'       to ws-note-label
               if ws-live-on-hand
                   move 'generation could not be written - none taken'
                                       to ws-note-text
               else
                   move 'file not on hand - no generation taken'
                                       to ws-note-text
               end-if
               write report-line from ws-note-line
                   after advancing 1 lines
           end-if.
      *
       610-build-gen-name.
      *a generation is the live file's name with .G & its number
           move spaces                 to ws-gen-name.
           string '../../../data/'     delimited by size
                  ws-file-name(ws-file-idx) delimited by space
                  '.G'                 delimited by size
                  ws-new-gen           delimited by size
               into ws-gen-name
           end-string.
      *
       620-purge-old-generations.
      *deletes every kept generation older than the keep count allows
      * & marks it purged - the catalog entry stays as the record of
      * what was there
           perform 500-read-control.
           if ws-ctl-last-gen > ws-ctl-keep
               compute ws-purge-thru = ws-ctl-last-gen - ws-ctl-keep
               move ws-file-name(ws-file-idx) to cat-file
               move 1                  to cat-gen
               move 'n'                to ws-cat-scan-flag
               start catalog-file key is not less than cat-key
                   invalid key move 'y' to ws-cat-scan-flag
               end-start
               perform until ws-cat-scan-done
                   read catalog-file next record
                       at end move 'y'  to ws-cat-scan-flag
                       not at end
                           if cat-file not = ws-file-name(ws-file-idx)
                             or cat-gen > ws-purge-thru
                               move 'y' to ws-cat-scan-flag
                           else
                               if cat-kept
                                   perform 630-purge-generation
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.
      *
       630-purge-generation.
           move cat-gen                to ws-new-gen.
           perform 610-build-gen-name.
           move ws-gen-name            to ws-delete-name.
           call 'CBL_DELETE_FILE' using ws-delete-name.
           move 0                      to return-code.
           move 'p'                    to cat-status.
           rewrite cat-rec.
           add 1                       to ws-purged-count.
           move 'purged:   '           to ws-fig-label.
           move cat-file               to ws-fig-file.
           move cat-gen                to ws-fig-gen.
           move cat-rec-count          to ws-fig-count.
           move cat-hash               to ws-fig-hash.
           move 'past the keep count'  to ws-fig-note.
           write report-line from ws-figures-line
               after advancing 1 lines.
      *
       640-count-record.
      *adds one record to the running count & hash total - the call
      * figures for A7.dat & the history, operator numbers or queue
      * codes for the master & queue reference
           add 1                       to ws-copy-count.
           evaluate ws-file-idx
               when 1
                   perform varying ws-ctr from 1 by 1
                     until ws-ctr > ws-number-of-months
                       if emp-rec-calls(ws-ctr) numeric
                           add emp-rec-calls(ws-ctr) to ws-copy-hash
                       end-if
                   end-perform
               when 2
                   if opm-num numeric
                       move opm-num    to ws-hash-num
                       add ws-hash-num to ws-copy-hash
                   end-if
               when 3
                   if que-code numeric
                       add que-code    to ws-copy-hash
                   end-if
               when 4
                   perform varying ws-ctr from 1 by 1
                     until ws-ctr > ws-number-of-months
                       if oph-calls(ws-ctr) numeric
                           add oph-calls(ws-ctr) to ws-copy-hash
                       end-if
                   end-perform
           end-evaluate.
      *
       650-copy-source-to-live.
      *copies the promoted replacement over A7.dat, line for line
           move 0                      to ws-copy-count.
           move 0                      to ws-copy-hash.
           move 'n'                    to ws-copy-eof-flag.
           open input  source-file
                output emp-file.
           perform until ws-copy-eof
               read source-file
                   at end move 'y'      to ws-copy-eof-flag
                   not at end
                       move source-line to emp-rec
                       write emp-rec
                       perform 640-count-record
               end-read
           end-perform.
           close source-file
                 emp-file.
      *
       660-copy-gen-to-live.
      *rebuilds the live file from the generation - the generation
      * was taken in key order, so the keyed files load straight back
           move 0                      to ws-copy-count.
           move 0                      to ws-copy-hash.
           move 'n'                    to ws-copy-eof-flag.
           open input gen-file.
           evaluate ws-file-idx
               when 1
                   open output emp-file
               when 2
                   open output master-file
               when 3
                   open output queue-file
               when 4
                   open output history-file
           end-evaluate.
      *
           perform until ws-copy-eof
               read gen-file
                   at end move 'y'      to ws-copy-eof-flag
                   not at end
                       perform 665-write-live-record
               end-read
           end-perform.
      *
           close gen-file.
           evaluate ws-file-idx
               when 1
                   close emp-file
               when 2
                   close master-file
               when 3
                   close queue-file
               when 4
                   close history-file
           end-evaluate.
      *
       665-write-live-record.
           evaluate ws-file-idx
               when 1
                   move gen-line       to emp-rec
                   write emp-rec
               when 2
                   move gen-line       to opm-rec
                   write opm-rec
               when 3
                   move gen-line       to que-rec
                   write que-rec
               when 4
                   move gen-line       to oph-rec
                   write oph-rec
           end-evaluate.
           perform 640-count-record.
      *
       end program A7-GenCatalog.
