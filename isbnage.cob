   05 cat-key    pic 9(13).
   05 cat-title  pic x(40).
   05 cat-author pic x(30).
   05 cat-detail.
      10 cat-publisher  pic x(30).
      10 cat-format     pic x(10).
      10 cat-pub-date   pic 9(8).
      10 cat-list-price pic 9(7)v99.
      10 cat-status     pic x(1).
fd age-report-file.
01 age-report-record pic x(132).
fd age-tran-file.
   05 tran-key    pic x(13).
   05 tran-title  pic x(40).
   05 tran-author pic x(30).
   05 tran-publisher pic x(30).
   05 tran-format    pic x(10).
   05 tran-pub-date  pic x(8).
   05 tran-list-price pic x(10).
   05 tran-status    pic x(1).

working-storage section.
77 feof        pic A(1) value 'N'.
77 cnt-180-up  pic 9(7) value 0.
77 cnt-candidates pic 9(7) value 0.
77 bucket-text pic x(12).
77 price-edit  pic z(6)9.99.

procedure division.
   perform get-delete-days.
   move lof-key    to tran-key
   move cat-title  to tran-title
   move cat-author to tran-author
   *> the rest of the record as the catalog holds it, so a reviewer
   *> who turns the delete into a change has the full image to edit
   move cat-publisher to tran-publisher
   move cat-format    to tran-format
   if cat-pub-date is equal to 0 then
      move spaces to tran-pub-date
   else
      move cat-pub-date to tran-pub-date
   end-if
   if cat-list-price is equal to 0 then
      move spaces to tran-list-price
   else
      move cat-list-price to price-edit
      move function trim(price-edit) to tran-list-price
   end-if
   move cat-status    to tran-status
   write age-tran-record.

print-age-summary.
