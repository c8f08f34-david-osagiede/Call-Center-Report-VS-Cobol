      * results for one fiscal year, appended by A7-YearEndRoll at
      * each year end and accumulated across years so the trend
      * report can line up an operator's last five fiscal years.
      * Keyed by operator number & fiscal year, so a program wanting
      * one operator's years starts on the operator & reads along,
      * and a year already on file for an operator cannot be added
      * twice. The same layout serves the history archive that
      * A7-HistArchive moves years past the retention period to.
      * History kept before the file was keyed, in the old field
      * order, is brought across once by A7-HistConvert.
      *
       01 oph-rec.
           05 oph-key.
               10 oph-num              pic x(3).
      *starting calendar year of the july-june fiscal year
               10 oph-fy               pic 9(4).
           05 oph-name                 pic x(12).
           05 oph-calls                pic 9(3) occurs 12.
           05 oph-total                pic 9(5).
           05 oph-aht-avg              pic 9(3).
