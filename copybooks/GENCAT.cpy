      *Copybook: GENCAT
      *Description: generation catalog record layout - one record per
      * saved generation of a stream master file (A7.dat, the operator
      * master, the queue reference, the operator history), keyed by
      * file name & generation number, giving when it was saved, its
      * record count, a hash total & the program whose run caused the
      * save. Generation zero of each file is its control record -
      * how many generations are kept & the last number given out.
      * Written & read by A7-GenCatalog.
      *
       01 cat-rec.
           05 cat-key.
               10 cat-file             pic x(20).
               10 cat-gen              pic 9(4).
           05 cat-data.
      *date (yymmdd) & time the generation was saved
               10 cat-date             pic 9(6).
               10 cat-time             pic 9(8).
               10 cat-rec-count        pic 9(7).
      *the call figures summed over every record - operator numbers
      * or queue codes for the two files that carry no call figures
               10 cat-hash             pic 9(11).
      *the program whose update or replacement the save came ahead of
               10 cat-program          pic x(28).
      *k = generation file kept, p = purged past the keep count
               10 cat-status           pic x(1).
                   88 cat-kept                value 'k'.
                   88 cat-purged              value 'p'.
               10 filler               pic x(15).
      *generation zero - the file's control record
           05 cat-control redefines cat-data.
               10 cat-ctl-keep         pic 9(2).
               10 cat-ctl-last-gen     pic 9(4).
               10 filler               pic x(70).
