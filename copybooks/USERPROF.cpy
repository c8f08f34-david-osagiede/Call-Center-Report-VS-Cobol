      *Copybook: USERPROF
      *Description: user profile record layout - one line per person
      * allowed to use the inquiry & maintenance programs: their user
      * id, their role, the team/queue codes they may see or change,
      * and whether the profile is still in force. Maintained by the
      * security administrator like the tier file; loaded at startup
      * by A7-OperatorInquiry, A7-OperatorMasterMaint,
      * A7-QueueRefMaint & A7-VolumeAdjust, which answer or apply
      * only for the teams a user is entitled to, and by
      * A7-AccessReview for the monthly access review.
      *
       01 usr-rec.
           05 usr-id                   pic x(8).
           05 usr-name                 pic x(20).
      *l = team lead - inquiry only; s = supervisor - inquiry &
      * transactions for their teams; a = administrator - every team
           05 usr-role                 pic x(1).
               88 usr-lead                    value 'l'.
               88 usr-supervisor              value 's'.
               88 usr-admin                   value 'a'.
               88 usr-role-valid              value 'l' 's' 'a'.
      *one byte per team/queue code 1-9, y where the user may see or
      * change that team - an administrator's is not looked at
           05 usr-teams.
               10 usr-team-flag        pic x(1) occurs 9.
      *a = in force, r = revoked - kept on file for the access review
           05 usr-status               pic x(1).
               88 usr-active                  value 'a'.
               88 usr-revoked                 value 'r'.
           05 filler                   pic x(11).
