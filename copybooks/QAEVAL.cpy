      *Copybook: QAEVAL
      *Description: call quality evaluation record layout - one record
      * per monitored call the QA team scored, keyed by operator,
      * evaluation date & evaluator. Loaded by A7-QAIntake from the
      * QA team's evaluation forms; read by A7-QAScorecard for the
      * monthly scorecard & by the bonus runs for the quality gate a
      * tier may carry on A7-BonusTiers.dat.
      *
       01 qae-rec.
           05 qae-key.
               10 qae-num              pic x(3).
      *the date of the monitored call, ccyymmdd
               10 qae-date             pic 9(8).
               10 qae-date-parts redefines qae-date.
                   15 qae-date-ccyy    pic 9(4).
                   15 qae-date-mm      pic 9(2).
                   15 qae-date-dd      pic 9(2).
      *the QA evaluator's user id
               10 qae-evaluator        pic x(8).
      *the five form sections, each scored 0-20 - opening, security
      * & compliance, resolution, call handling, close & wrap-up
           05 qae-sections.
               10 qae-section-score    pic 9(2) occurs 5.
      *y = the call failed on a critical point (wrong customer
      * verified, compliance breach, abusive handling) - the
      * evaluation scores zero whatever its sections scored
           05 qae-auto-fail            pic x(1).
               88 qae-failed                  value 'y'.
      *the evaluation's score out of 100 - the five sections added
      * up, or zero when auto-failed
           05 qae-score                pic 9(3).
      *date the evaluation was loaded, yymmdd
           05 qae-recorded-date        pic 9(6).
           05 filler                   pic x(11).
