      *Copybook: LEAVEREC
      *Description: leave & absence record layout - one record per
      * operator per working day they were off the phones, keyed by
      * operator & date. Maintained by A7-LeaveMaint from the leave
      * transaction file; read by A7-Productivity for days actually
      * worked, by A7-CallCenterExceptionReport to judge operators on
      * worked days, & by the bonus runs to pro-rate the minimum
      * calls test for approved leave.
      *
       01 lvr-rec.
           05 lvr-key.
               10 lvr-num              pic x(3).
      *the day off, ccyymmdd - one record per working day
               10 lvr-date             pic 9(8).
               10 lvr-date-parts redefines lvr-date.
                   15 lvr-date-ccyy    pic 9(4).
                   15 lvr-date-mm      pic 9(2).
                   15 lvr-date-dd      pic 9(2).
      *a = annual leave, s = sick, t = training, u = unpaid/other
           05 lvr-code                 pic x(1).
               88 lvr-annual                  value 'a'.
               88 lvr-sick                    value 's'.
               88 lvr-training                value 't'.
               88 lvr-unpaid                  value 'u'.
               88 lvr-code-valid              value 'a' 's' 't' 'u'.
      *y = approved by the team lead - only approved leave pro-rates
      * the bonus minimum-calls test; anything else is pending
           05 lvr-approved             pic x(1).
               88 lvr-is-approved             value 'y'.
      *date the record was last written or changed, yymmdd
           05 lvr-recorded-date        pic 9(6).
           05 filler                   pic x(1).
