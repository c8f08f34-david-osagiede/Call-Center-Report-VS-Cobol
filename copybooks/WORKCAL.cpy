      *Copybook: WORKCAL
      *Description: working-days calendar record layout - one line per
      * fiscal month giving the number of working days in it, net of
      * weekends & public holidays. Maintained by operations like the
      * tier file; read with the leave file wherever the stream needs
      * an operator's days actually worked.
      *
       01 wcl-rec.
      *fiscal period, ccyymm - the starting calendar year of the
      * july-june fiscal year then the fiscal month (01 = july)
           05 wcl-period.
               10 wcl-fy               pic 9(4).
               10 wcl-month            pic 9(2).
           05 wcl-working-days         pic 9(2).
           05 filler                   pic x(2).
