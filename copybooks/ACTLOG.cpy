      *Copybook: ACTLOG
      *Description: activity log record layout - one line for every
      * inquiry answered or refused by A7-OperatorInquiry & every
      * transaction applied, or refused for want of entitlement, by
      * A7-OperatorMasterMaint, A7-QueueRefMaint & A7-VolumeAdjust:
      * who, when, through which program, against which operator or
      * queue & team. Appended to by each of those programs; read by
      * A7-AccessReview for the monthly access review by user.
      *
       01 act-rec.
      *date (yymmdd) & time the activity was logged
           05 act-date                 pic 9(6).
           05 act-date-parts redefines act-date.
               10 act-date-yy          pic 9(2).
               10 act-date-mm          pic 9(2).
               10 act-date-dd          pic 9(2).
           05 act-time                 pic 9(8).
           05 act-user                 pic x(8).
           05 act-program              pic x(22).
      *i = inquiry, t = maintenance or adjustment transaction
           05 act-kind                 pic x(1).
               88 act-inquiry                 value 'i'.
               88 act-transaction             value 't'.
      *a = answered or applied, r = refused - user not entitled
           05 act-result               pic x(1).
               88 act-done                    value 'a'.
               88 act-refused                 value 'r'.
           05 act-action               pic x(10).
      *the operator number or queue code acted on, the other operator
      * on a transfer, & the team the entitlement was checked for
           05 act-subject              pic x(3).
           05 act-other-subject        pic x(3).
           05 act-team                 pic 9(1).
           05 act-reason               pic x(40).
           05 filler                   pic x(7).
