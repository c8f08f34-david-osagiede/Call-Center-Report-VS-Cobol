      * delta on the call total, and a flag against any operator whose
      * total has now declined two years running. This is the report
      * performance reviews and retention conversations work from.
      * The history is keyed by operator & fiscal year, so it is read
      * straight through in operator then year order.
      *
       environment division.
       input-output section.
      *
           select history-file
               assign to '../../../data/A7-OpHistory.dat'
               organization is indexed
               access is sequential
               record key is oph-key.
      *
           select report-file
               assign to '../../../data/A7-OperatorTrend.out'
           record contains 66 characters.
      *
           copy OPHIST.
      *
       fd report-file
           data record is report-line
      *
       01 ws-eof-flag                  pic x    value 'n'.
           88 ws-end-of-file                    value "y".
      *
      *the operator in hand - their most recent five years, oldest
      * first; a sixth year arriving shifts the window along
           write report-line from ws-report-heading
               after advancing 1 line.
      *
      *read the history in its key order - operator then fiscal
      * year - & print each operator's window of years
           open input history-file.
           perform 300-print-trends.
           close history-file.
      *
           close report-file.
      *
           stop run.
      *
       200-read-history-file.
           read history-file
               at end move 'y'         to ws-eof-flag.
      *
       300-print-trends.
      *takes the history in key order & prints one block per operator
      * - the window holds the five most recent years, oldest first,
      * so a long-tenured operator's early years fall off the front.
      * A history record is machine-written by A7-YearEndRoll, so the
      * only edit worth making is dropping one whose numerics have
      * been mangled
           perform 200-read-history-file.
           perform until ws-end-of-file
               if oph-fy numeric and oph-total numeric
                 and oph-aht-avg numeric and oph-sla-avg numeric
                   if oph-num not = ws-current-num
                       perform 330-close-operator-block
                       move oph-num    to ws-current-num
                       move oph-name   to ws-current-name
                       move 0          to ws-window-count
                   end-if
                   perform 320-add-year-to-window
               end-if
               perform 200-read-history-file
           end-perform.
           perform 330-close-operator-block.
      *
               after advancing 2 lines.
           write report-line from ws-total-line2
               after advancing 1 lines.
      *
       320-add-year-to-window.
      *slides the five-year window along - the key holds one record
      * per operator & year, so each year takes a slot of its own
           if ws-window-count < ws-number-of-years
               add 1                   to ws-window-count
           else
               perform varying ws-shift-ctr from 1 by 1
                 until ws-shift-ctr > 4
                   move ws-window-entry(ws-shift-ctr + 1)
                     to ws-window-entry(ws-shift-ctr)
               end-perform
           end-if.
           move oph-fy                 to ws-win-fy(ws-window-count).
           move oph-total              to ws-win-total(ws-window-count).
           move oph-aht-avg            to ws-win-aht(ws-window-count).
           move oph-sla-avg            to ws-win-sla(ws-window-count).
      *
       330-close-operator-block.
      *prints the finished operator's block - years side by side,
