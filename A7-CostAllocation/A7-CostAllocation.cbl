      * report applies, so the shares match the report's rollup),
      * splits the cost by each team's share of the month's calls -
      * the last team allocated absorbs the rounding pennies so the
      * journal balances to the cent - each operator's calls counting
      * for the team the team-assignment history has them on in the
      * month allocated - and writes a balanced GL
      * journal interface file: one debit line per team's cost
      * centre, an offsetting credit line, and a trailer carrying
      * record count and hash total in the same spirit as the
      * A7-BonusPayroll.dat trailer. A printed allocation register
      * lets finance approve the split before the journal is
      * released. Each released journal is recorded, team by team, on
      * the posted-allocation ledger A7-GLPosted.dat, so a later
      * change to the month can be trued up against what actually
      * posted; a month the period-close file shows closed for cost
      * allocation is not posted again - the register is printed but
      * the journal is held, & the change goes through the true-up.
      *
       environment division.
       input-output section.
       file-control.
      *
      *the run-control parameter card shared across the stream -
      * this program takes its fiscal year & call ceiling from it, so
      * its edits reject exactly what the official report rejects
           select parm-file
               assign to '../../../data/A7-RunParms.dat'
               organization is line sequential
               record key is opm-num
               file status  is ws-master-status.
      *
      *the team-assignment history kept by A7-OperatorMasterMaint, so
      * each month's calls roll up to the team the operator sat on
      * that month - optional, an operator with no spells on file
      * stays on the extract record's team all year
           select optional team-hist-file
               assign to '../../../data/A7-TeamHistory.dat'
               organization is indexed
               access is sequential
               record key is tmh-key
               file status  is ws-team-hist-status.
      *
      *the period-close control file - optional, with no file on
      * hand no month is closed
           select optional period-close-file
               assign to '../../../data/A7-PeriodClose.dat'
               organization is line sequential
               file status  is ws-close-status.
      *
      *the posted-allocation ledger - what each team's centre has
      * been given for each month, kept for the true-up; optional so
      * the first posting creates it
           select optional posted-file
               assign to '../../../data/A7-GLPosted.dat'
               organization is indexed
               access is dynamic
               record key is glp-key
               file status  is ws-posted-status.
      *
      *the GL journal interface - header, debit per team, one
      * offsetting credit, trailer with count & hash total
           select journal-file
           record contains 25 characters.
      *
           copy OPMAST.
      *
       fd team-hist-file
           data record is tmh-rec
           record contains 22 characters.
      *
           copy TEAMHIST.
      *
       fd period-close-file
           data record is pcl-rec
           record contains 20 characters.
      *
           copy PERCLOSE.
      *
       fd posted-file
           data record is glp-rec
           record contains 52 characters.
      *
           copy GLPOST.
      *
       fd journal-file
           data record is journal-line
               88 ws-accepted-ok               value '00'.
           05 ws-master-status       pic xx    value spaces.
               88 ws-master-ok                 value '00'.
           05 ws-close-status        pic xx    value spaces.
               88 ws-close-ok                  value '00'.
           05 ws-posted-status       pic xx    value spaces.
               88 ws-posted-ok                 value '00'.
           05 ws-emp-in-done-flag    pic x     value 'n'.
               88 ws-emp-in-done               value 'y'.
      *
               value " holds 2000)".
           05 filler                   pic x(58) value spaces.
      *
      *fiscal year parameter, from the run parameter card - the
      * starting calendar year of the july-june fiscal year the
      * allocated month falls in
       01 ws-param-fiscal-year         pic 9(4) value 0.
      *
      *team-assignment history - the spells loaded by
      * 087-read-team-history that overlap the fiscal year being
      * reported, searched by 257-resolve-month-team month by month
       01 ws-team-hist-control.
           05 ws-team-hist-status    pic xx    value spaces.
               88 ws-team-hist-ok              value '00'.
           05 ws-hist-count          pic 9(4)  value 0.
      *true count of spells overlapping the year, uncapped - used to
      * warn when more were found than ws-hist-table (sized 2000)
      * could hold
           05 ws-hist-true-count     pic 9(5)  value 0.
           05 ws-hist-srch-ctr       pic 9(4)  value 0.
           05 ws-hist-found-flag     pic x     value 'n'.
               88 ws-hist-found                value 'y'.
           05 ws-hist-fy-first       pic 9(6)  value 0.
           05 ws-hist-fy-last        pic 9(6)  value 0.
           05 ws-hist-month          pic 99    value 0.
           05 ws-hist-period         pic 9(6)  value 0.
           05 ws-month-team          pic 9     value 0.
       01 ws-hist-table.
           05 ws-hist-entry            occurs 2000.
               10 ws-hist-tbl-num      pic x(3).
               10 ws-hist-tbl-from     pic 9(6).
               10 ws-hist-tbl-to       pic 9(6).
               10 ws-hist-tbl-team     pic 9.
      *
       01 ws-hist-load-overflow.
           05 filler                   pic x(4) value spaces.
           05 filler                   pic x(8) value "... and ".
           05 ws-hist-load-over-cnt    pic zzzz9.
           05 filler                   pic x(43)
               value " more team history spells not loaded (spell".
           05 filler                   pic x(18)
               value " table holds 2000)".
           05 filler                   pic x(54) value spaces.
      *
      *the period being allocated, off the finance cost card
       01 ws-period-fields.
           05 ws-alloc-month           pic 99   value 0.
           05 ws-period-seen-flag      pic x    value 'n'.
               88 ws-period-seen               value 'y'.
           05 ws-card-team             pic 9    value 0.
           05 ws-month-closed-flag     pic x    value 'n'.
               88 ws-month-closed              value 'y'.
      *
      *per-team allocation working storage, indexed by queue code -
      * the centre finance named, the month's calls, the computed
           05 ws-last-alloc-team       pic 99   value 0.
           05 ws-journal-count         pic 9(7) value 0.
           05 ws-journal-hash          pic 9(11)v99 value 0.
           05 ws-posting-count         pic 9(7) value 0.
           05 ws-debit-total           pic 9(9)v99 value 0.
           05 ws-error-seen-flag       pic x    value 'n'.
               88 ws-error-seen                value 'y'.
           05 filler                   pic x(26)
               value ' journal held for query **'.
           05 filler                   pic x(32) value spaces.
      *
       01 ws-closed-month-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(46)
               value '*** month is closed for cost allocation - jour'.
           05 filler                   pic x(46)
               value 'nal held; changes post through the true-up ***'.
           05 filler                   pic x(38) value spaces.
      *
       01 ws-balance-line.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(6) value ' hash '.
           05 ws-total-hash            pic z(10)9.99.
           05 filler                   pic x(73) value spaces.
      *
       01 ws-total-line3.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(30)
               value 'ledger postings recorded:     '.
           05 ws-total-postings        pic zzzzzz9.
           05 filler                   pic x(93) value spaces.
      *
       procedure division.
      *
      * run
           perform 050-read-cost-cards.
      *
      *a month already closed for cost allocation has posted - it is
      * never posted twice
           perform 070-read-period-close.
      *
      *pick up the operator master, if one has been built
           perform 085-read-master-file.
      *
      *pick up the team-assignment history, if any has been kept, so
      * an operator who moved team is charged to the team they sat on
      * in the month allocated
           perform 087-read-team-history.
      *
      *open files
           open input  emp-file,
                input  accepted-file,
      * a centre to post to; otherwise the register shows the gap &
      * the journal holds at header/trailer only
           perform 500-write-journal.
      *
      *a released journal goes on the posted-allocation ledger
           if not ws-error-seen
               perform 510-record-postings
           end-if.
      *
           perform 600-print-totals.
      *
      *
       040-read-parameters.
      *reads & edits the run parameter card - this program takes the
      * fiscal year & call ceiling; a bad or missing card stops the
      * run with return code 16 & a console message
           open input parm-file.
           if ws-parm-ok
               read parm-file
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-fiscal-year not numeric
             or parm-fiscal-year = '0000'
               display 'A7-CostAllocation: fiscal year on '
                       'parameter card is not a usable year'
               move 16                 to return-code
               stop run
           end-if.
      *
           if parm-call-ceiling not numeric
             or parm-call-ceiling = '000'
               stop run
           end-if.
      *
           move parm-fiscal-year       to ws-param-fiscal-year.
           move parm-call-ceiling      to ws-call-ceiling.
      *
       045-load-queue-file.
               when other
                   continue
           end-evaluate.
      *
       070-read-period-close.
      *looks the month being allocated up on the period-close file -
      * closed for cost allocation, the journal is held from the
      * outset, just as a team with no cost centre holds it
           open input period-close-file.
           if ws-close-ok
               perform until ws-close-status not = '00'
                   read period-close-file
                       at end move 'x'  to ws-close-status
                       not at end
                           if pcl-fy numeric
                             and pcl-fy = ws-param-fiscal-year
                             and pcl-month numeric
                             and pcl-month = ws-alloc-month
                             and pcl-alloc-closed
                               move 'y' to ws-month-closed-flag
                           end-if
                   end-read
               end-perform
               close period-close-file
           end-if.
      *
           if ws-month-closed
               move 'y'                to ws-error-seen-flag
           end-if.
      *
       085-read-master-file.
      *loads the operator master kept by A7-OperatorMasterMaint, if
               move 'y'                to ws-master-loaded-flag
               close master-file
           end-if.
      *
       087-read-team-history.
      *loads the team-assignment spells that overlap the fiscal year
      * on the parameter card - a spell wholly before or after it can
      * never answer for one of this year's months
           compute ws-hist-fy-first = ws-param-fiscal-year * 100 + 1.
           compute ws-hist-fy-last = ws-param-fiscal-year * 100 + 12.
           open input team-hist-file.
           if ws-team-hist-ok
               perform until ws-team-hist-status not = '00'
                   read team-hist-file
                       at end move 'x'  to ws-team-hist-status
                       not at end
                           if tmh-to-period >= ws-hist-fy-first
                             and tmh-from-period <= ws-hist-fy-last
                             and tmh-team numeric
                             and tmh-team >= 1
                               perform 088-load-one-spell
                           end-if
                   end-read
               end-perform
               close team-hist-file
           end-if.
      *
       088-load-one-spell.
           add 1                       to ws-hist-true-count.
           if ws-hist-count < 2000
               add 1                   to ws-hist-count
               move tmh-num            to ws-hist-tbl-num(ws-hist-count)
               move tmh-from-period
                 to ws-hist-tbl-from(ws-hist-count)
               move tmh-to-period      to ws-hist-tbl-to(ws-hist-count)
               move tmh-team
                 to ws-hist-tbl-team(ws-hist-count)
           end-if.
      *
       100-print-headings.
      *
           move ws-credit-centre       to ws-period-credit.
           write report-line from ws-period-line
               after advancing 2 lines.
      *
           if ws-month-closed
               write report-line from ws-closed-month-line
                   after advancing 1 lines
           end-if.
      *
      *warn when the operator master outgrew the lookup table -
      * operators past the 2000th could not be checked against it
               write report-line from ws-master-load-overflow
                   after advancing 1 lines
           end-if.
      *
      *warn when the team history outgrew its table - spells past
      * the 2000th could not move any month off the extract's team
           if ws-hist-true-count > 2000
               compute ws-hist-load-over-cnt =
                   ws-hist-true-count - 2000
               write report-line from ws-hist-load-overflow
                   after advancing 1 lines
           end-if.
      *
       200-read-input-file.
      *reads the next operator record into emp-rec - first the whole
           end-if.
      *
       300-process-records.
      *rolls one operator's chosen-month calls into the allocation
      * base of the team they sat on that month - records the
      * official report would reject are left out, so the shares here
      * match the report's rollup
           perform 250-validate-record.
           if ws-record-valid
               add 1                   to ws-read-count
               move ws-alloc-month     to ws-hist-month
               perform 257-resolve-month-team
               add emp-rec-calls(ws-alloc-month)
                 to ws-alloc-calls(ws-month-team)
               add emp-rec-calls(ws-alloc-month)
                 to ws-base-calls
           end-if.
                   move 'n'            to ws-valid-record-flag
               end-if
           end-perform.
      *
       257-resolve-month-team.
      *the team the operator sat on in fiscal month ws-hist-month -
      * the history spell covering that month if there is one,
      * otherwise the team the extract record carries
           move emp-rec-team           to ws-month-team.
           compute ws-hist-period =
               ws-param-fiscal-year * 100 + ws-hist-month.
           move 'n'                    to ws-hist-found-flag.
           perform varying ws-hist-srch-ctr from 1 by 1
             until ws-hist-srch-ctr > ws-hist-count
               or ws-hist-found
               if ws-hist-tbl-num(ws-hist-srch-ctr) = emp-rec-num
                 and ws-hist-tbl-from(ws-hist-srch-ctr)
                       <= ws-hist-period
                 and ws-hist-tbl-to(ws-hist-srch-ctr)
                       >= ws-hist-period
                   move 'y'            to ws-hist-found-flag
                   move ws-hist-tbl-team(ws-hist-srch-ctr)
                                       to ws-month-team
               end-if
           end-perform.
      *
       255-check-master.
      *looks this operator up in the master table - same checks, same
           move ws-journal-count       to ws-jrn-trl-count.
           move ws-journal-hash        to ws-jrn-trl-hash.
           write journal-line from ws-jrn-trailer.
      *
       510-record-postings.
      *records each team's slice of the released journal on the
      * posted-allocation ledger - a rerun of an open month replaces
      * the month's earlier postings, & a team that no longer takes
      * a slice has its earlier posting taken off
           open i-o posted-file.
           perform varying ws-team-ctr from 1 by 1
             until ws-team-ctr > ws-max-queues
               move ws-param-fiscal-year to glp-fy
               move ws-alloc-month     to glp-month
               move ws-team-ctr        to glp-team
               read posted-file
               if ws-alloc-calls(ws-team-ctr) > 0
                 and ws-alloc-centre(ws-team-ctr) not = spaces
                   move ws-alloc-centre(ws-team-ctr) to glp-centre
                   move ws-alloc-amount(ws-team-ctr) to glp-amount
                   move ws-credit-centre   to glp-credit-centre
                   move ws-total-cost      to glp-cost-total
                   move ws-name-line-date  to glp-posted-date
                   move 'a'                to glp-source
                   if ws-posted-ok
                       rewrite glp-rec
                   else
                       write glp-rec
                   end-if
                   add 1                   to ws-posting-count
               else
                   if ws-posted-ok
                       delete posted-file
                   end-if
               end-if
           end-perform.
           close posted-file.
      *
       600-print-totals.
      *
           move ws-read-count          to ws-total-read.
           move ws-journal-count       to ws-total-journal.
           move ws-journal-hash        to ws-total-hash.
           move ws-posting-count       to ws-total-postings.
      *
           write report-line from ws-total-line1
               after advancing 2 lines.
           write report-line from ws-total-line2
               after advancing 1 lines.
           write report-line from ws-total-line3
               after advancing 1 lines.
      *
       end program A7-CostAllocation.
