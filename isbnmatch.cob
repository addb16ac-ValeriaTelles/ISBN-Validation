   05 cat-key    pic 9(13).
   05 cat-title  pic x(40).
   05 cat-author pic x(30).
   05 cat-detail.
      10 cat-publisher  pic x(30).
      10 cat-format     pic x(10).
      10 cat-pub-date   pic 9(8).
      10 cat-list-price pic 9(7)v99.
      10 cat-status     pic x(1).
fd match-report-file.
01 match-report-record pic x(120).
fd match-gap-file.
77 pending-qty pic 9(5) value 0.
77 pending-title pic x(40).
77 cnt-matched pic 9(7) value 0.
77 cnt-out-of-print pic 9(7) value 0.
77 match-outcome pic x(16) value spaces.
77 cnt-gap     pic 9(7) value 0.
77 cnt-disc    pic 9(7) value 0.
77 cnt-feed-recs pic 9(7) value 0.
   end-read.

write-matched-line.
   *> a title the catalog marks out of print is its own outcome - when
   *> the validation run defers its catalog check this is the only
   *> place a supplier still offering one is seen
   move spaces to match-report-record
   if cat-status is equal to 'O' then
      add 1 to cnt-out-of-print
      move "  out of print  " to match-outcome
   else
      add 1 to cnt-matched
      move "  matched  " to match-outcome
   end-if
   string group-isbn       delimited by size
          match-outcome    delimited by size
          function trim(cat-title) delimited by size
          "  offers "      delimited by size
          group-offers     delimited by size
   display "accepted records read   : " cnt-feed-recs
   display "catalog records read    : " cnt-cat-recs
   display "matched titles          : " cnt-matched
   display "out-of-print titles     : " cnt-out-of-print
   display "feed not in catalog     : " cnt-gap
   display "catalog in no feed      : " cnt-disc.
