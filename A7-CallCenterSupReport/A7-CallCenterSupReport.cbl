      * that team's twelve monthly subtotals & grand total. Pages
      * carry a page number and a "team x of n" legend so the report
      * can be torn apart on the page breaks and each team lead
      * handed just their section. An operator who moved team during
      * the year appears in each team's section they sat on, with
      * only the months spent on that team, marked part year, so the
      * team subtotals follow the team-assignment history.
      *
       environment division.
       input-output section.
               access is sequential
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
           select sort-file
               assign to '../../../data/A7-SupSort.tmp'.
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
       sd sort-file
           data record is sort-rec.
           05 sort-aht                 pic 9(3) occurs 12.
           05 sort-sla                 pic 9(3) occurs 12.
           05 sort-loaded-thru         pic x(2).
      *y = one team's share of an operator who moved during the year,
      * with the loaded months spent on that team alongside
           05 sort-part-year           pic x(1).
               88 sort-is-part-year           value 'y'.
           05 sort-seg-months          pic 9(2).
      *
       fd report-file
           data record is report-line
               value " holds 2000)".
           05 filler                   pic x(72) value spaces.
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
           05 filler                   pic x(68) value spaces.
      *
      *the release-side split of an operator who moved team - each
      * month's team, & the team whose share is being released
       01 ws-release-split.
           05 ws-rel-month-team        pic 9    occurs 12.
           05 ws-rel-moved-flag        pic x    value 'n'.
               88 ws-rel-moved                  value 'y'.
           05 ws-rel-loaded            pic 99   value 12.
           05 ws-seg-team              pic 99   value 0.
           05 ws-seg-months            pic 99   value 0.
           05 ws-seg-used-flag         pic x    value 'n'.
               88 ws-seg-used                   value 'y'.
      *
      *control-break & page bookkeeping for the team sections
       01 ws-break-control.
           05 ws-current-team        pic 9     value 0.
           05 filler                   pic x(4)
               value spaces.
           05 ws-detail-line-sla       pic zz9.
           05 filler                   pic x(2)
               value spaces.
           05 ws-detail-line-part      pic x(9).
      *
       01 ws-team-sub-line.
           05 filler                   pic x(4) value spaces.
      *pick up the operator master, if one has been built, so this
      * report excludes the records the official report excludes
           perform 085-read-master-file.
      *
      *pick up the team-assignment history, if any has been kept, so
      * an operator who moved mid-year is split across the teams
           perform 087-read-team-history.
      *
           open output report-file.
      *
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
      *sort the input by team then operator number, validating on
      * the way in, & print the team sections on the way out
           sort sort-file
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
       150-release-input.
      *feeds the sort - the whole of A7.dat, then the accepted
                 accepted-file.
      *
       160-release-one-record.
      *an operator who sat on one team all year goes to the sort as
      * is; one who moved goes once per team, carrying only the
      * months spent there
           move 'n'                    to ws-rel-moved-flag.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               move ws-ctr             to ws-hist-month
               perform 257-resolve-month-team
               move ws-month-team      to ws-rel-month-team(ws-ctr)
               if ws-month-team not = emp-rec-team
                   move 'y'            to ws-rel-moved-flag
               end-if
           end-perform.
      *
           if ws-rel-moved
               perform 165-release-team-share
                   varying ws-seg-team from 1 by 1
                   until ws-seg-team > ws-max-queues
           else
               move emp-rec-num        to sort-num
               move emp-rec-name       to sort-name
               move emp-rec-team       to sort-team
               perform varying ws-ctr from 1 by 1
                 until ws-ctr > ws-number-of-months
                   move emp-rec-calls(ws-ctr) to sort-calls(ws-ctr)
                   move emp-rec-aht(ws-ctr)   to sort-aht(ws-ctr)
                   move emp-rec-sla(ws-ctr)   to sort-sla(ws-ctr)
               end-perform
               move emp-rec-loaded-thru
                                       to sort-loaded-thru
               move 'n'                to sort-part-year
               move 0                  to sort-seg-months
               release sort-rec
           end-if.
      *
       165-release-team-share.
      *releases the months a moved operator spent on team ws-seg-team
      * - months on other teams go to the sort as zero - & counts the
      * loaded months among them, the divisor for that share's average
           if emp-rec-loaded-thru numeric
             and emp-rec-loaded-thru >= 1
             and emp-rec-loaded-thru <= 12
               move emp-rec-loaded-thru
                                       to ws-rel-loaded
           else
               move ws-number-of-months
                                       to ws-rel-loaded
           end-if.
           move 'n'                    to ws-seg-used-flag.
           move 0                      to ws-seg-months.
           perform varying ws-ctr from 1 by 1
             until ws-ctr > ws-number-of-months
               if ws-rel-month-team(ws-ctr) = ws-seg-team
                   move 'y'            to ws-seg-used-flag
                   move emp-rec-calls(ws-ctr) to sort-calls(ws-ctr)
                   move emp-rec-aht(ws-ctr)   to sort-aht(ws-ctr)
                   move emp-rec-sla(ws-ctr)   to sort-sla(ws-ctr)
                   if ws-ctr <= ws-rel-loaded
                       add 1           to ws-seg-months
                   end-if
               else
                   move 0              to sort-calls(ws-ctr)
                   move 0              to sort-aht(ws-ctr)
                   move 0              to sort-sla(ws-ctr)
               end-if
           end-perform.
      *
           if ws-seg-used
               move emp-rec-num        to sort-num
               move emp-rec-name       to sort-name
               move ws-seg-team        to sort-team
               move emp-rec-loaded-thru
                                       to sort-loaded-thru
               move 'y'                to sort-part-year
               move ws-seg-months      to sort-seg-months
               release sort-rec
           end-if.
      *
       200-read-input-file.
      *reads the next operator record into emp-rec - first the whole
           if not ws-master-found
               move 'n'                to ws-valid-record-flag
           end-if.
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
       300-print-team-sections.
      *takes the sorted records back & prints them in team sections -
               move ws-number-of-months
                                       to ws-months-loaded
           end-if.
      *a moved operator's share averages over the loaded months spent
      * on this team only
           move spaces                 to ws-detail-line-part.
           if sort-is-part-year
               move 'part year'        to ws-detail-line-part
               if sort-seg-months > 0
                   move sort-seg-months
                                       to ws-months-loaded
               else
                   move 1              to ws-months-loaded
               end-if
           end-if.
           divide ws-emp-total by ws-months-loaded
             giving ws-op-average remainder ws-rem-emp.
           divide ws-op-aht-total by ws-months-loaded
