      * operator history file. The history file is what the trend
      * report reads to line up an operator's last five fiscal years,
      * so this roll is guarded against being run twice for the same
      * year: the history is keyed by operator & fiscal year, and an
      * operator whose year is already on it under that key is
      * skipped and logged, not added again.
      *
       environment division.
       input-output section.
               organization is line sequential
               file status  is ws-accepted-status.
      *
      *the cumulative history, keyed by operator & fiscal year - each
      * operator's year is looked up on the key before it is added,
      * which guards against a double roll; optional so the very
      * first year-end roll creates the history
           select optional history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is random
               record key is oph-key
               file status  is ws-hist-status.
      *
      *the operator master, so the roll excludes exactly the records
      * the official report excludes - optional, same there
      *
           copy ACCREC.
      *
       fd history-file
           data record is oph-rec
           record contains 66 characters.
      *
       01 ws-file-status-flags.
           05 ws-accepted-status     pic xx    value spaces.
               88 ws-accepted-ok               value '00'.
           05 ws-hist-status         pic xx    value spaces.
               88 ws-hist-ok                   value '00'.
               88 ws-hist-opened               value '00' '05'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-emp-in-done-flag    pic x     value 'n'.
               value " holds 2000)".
           05 filler                   pic x(58) value spaces.
      *
      *the double-roll guard - set when the operator's year is
      * already on the history under its key
       01 ws-rolled-control.
           05 ws-rolled-found-flag   pic x     value 'n'.
               88 ws-already-rolled            value 'y'.
      *
      *per-operator year figures, same months-loaded averaging as
      * the official report
      * 040-read-parameters before the history guard needs it
           move ws-param-fiscal-year   to ws-heading-fy.
      *
      *open files - the history is only ever added to, never
      * rewritten, so the years already rolled stay exactly as they
      * were
           open input  emp-file,
                input  accepted-file,
                i-o    history-file,
                output report-file.
      *
           if not ws-hist-opened
               display 'A7-YearEndRoll: operator history cannot be '
                       'opened - run stopped'
               move 16                 to return-code
               stop run
           end-if.
      *
      *get the current date & time
           accept ws-name-line-date from date.
      *close files
           close emp-file
                 accepted-file
                 history-file
                 report-file.
      *
           stop run.
               move 'y'                to ws-master-loaded-flag
               close master-file
           end-if.
      *
       100-print-headings.
      *
               write report-line from ws-master-load-overflow
                   after advancing 1 lines
           end-if.
      *
       200-read-input-file.
      *reads the next operator record into emp-rec - first the whole
           end-if.
      *
       280-check-already-rolled.
      *looks the operator's year up on the history by its key - found
      * means an earlier roll (or a settlement) already put it there
           move 'n'                    to ws-rolled-found-flag.
           move emp-rec-num            to oph-num.
           move ws-param-fiscal-year   to oph-fy.
           read history-file.
           if ws-hist-ok
               move 'y'                to ws-rolled-found-flag
           end-if.
      *
       310-roll-one-operator.
      *computes the year's figures with the same months-loaded
      * averaging the official report uses & adds the history
      * record under the operator's key for the year
           move 0                      to ws-emp-total.
           move 0                      to ws-op-aht-total.
           move 0                      to ws-op-sla-total.
