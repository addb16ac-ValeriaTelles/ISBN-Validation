*> batch maintenance for the book master catalog - applies a publisher
*> transaction file of adds, changes and deletes to isbn-catalog.dat,
*> so the catalog is maintained through keyed i-o instead of by
*> hand-editing a rebuild file and reloading the index. Besides the
*> title and author, a record carries the publisher, the binding or
*> format, the publication date, the list price and the in-print /
*> out-of-print status the buyers used to keep in a spreadsheet.
*> A backout journals each reversal it makes as the add, change or
*> delete it amounts to, so anything reading the journal sees the
*> catalog's true history

environment division.
input-output section.
   05 tran-key    pic x(13).
   05 tran-title  pic x(40).
   05 tran-author pic x(30).
   05 tran-publisher pic x(30).
   05 tran-format    pic x(10).
   *> yyyymmdd, blank where the publisher has not given one
   05 tran-pub-date  pic x(8).
   *> digits with at most one decimal point, up to seven before it
   *> and two after - blank where there is none
   05 tran-list-price pic x(10).
   *> I in print, O out of print
   05 tran-status    pic x(1).
fd maint-report-file.
01 maint-report-record pic x(132).
fd journal-file.
   05 jrn-after-present  pic 9.
   05 jrn-after-title    pic x(40).
   05 jrn-after-author   pic x(30).
   *> the rest of each image - publisher, format, publication date,
   *> list price and status - in the catalog's own layout
   05 jrn-before-detail.
      10 jrn-before-publisher  pic x(30).
      10 jrn-before-format     pic x(10).
      10 jrn-before-pub-date   pic 9(8).
      10 jrn-before-list-price pic 9(7)v99.
      10 jrn-before-status     pic x(1).
   05 jrn-after-detail.
      10 jrn-after-publisher   pic x(30).
      10 jrn-after-format      pic x(10).
      10 jrn-after-pub-date    pic 9(8).
      10 jrn-after-list-price  pic 9(7)v99.
      10 jrn-after-status      pic x(1).
   *> T an applied transaction, B a backout's reversal of one - a
   *> reversal is never itself backed out with the batch it undid
   05 jrn-source         pic x(1).
fd book-master-file.
01 cat-record.
   05 cat-key    pic 9(13).
   05 cat-title  pic x(40).
   05 cat-author pic x(30).
   05 cat-detail.
      10 cat-publisher  pic x(30).
      10 cat-format     pic x(10).
      10 cat-pub-date   pic 9(8).
      10 cat-list-price pic 9(7)v99.
      10 cat-status     pic x(1).

working-storage section.
77 feof        pic A(1) value 'N'.
77 jrn-scanned pic 9(7) value 0.
77 jb-count    pic 9(5) value 0.
77 jb-ix       pic 9(5) value 0.
77 cnt-reversals-journaled pic 9(7) value 0.
77 jw-before-present pic 9 value 0.
77 jw-before-title pic x(40).
77 jw-before-author pic x(30).
77 jw-after-present pic 9 value 0.
77 jw-after-title pic x(40).
77 jw-after-author pic x(30).
77 field-bad   pic 9 value 0.
77 field-length pic 9(3) value 0.
77 decimal-points pic 9(3) value 0.
77 int-digits  pic 9(3) value 0.
77 dec-digits  pic 9(3) value 0.
77 tran-date-num pic 9(8) value 0.
77 tran-price-text pic x(10).
01 tran-detail.
   *> the transaction's publisher-to-status fields, edited into the
   *> catalog's own layout once they have passed validation
   05 td-publisher  pic x(30).
   05 td-format     pic x(10).
   05 td-pub-date   pic 9(8).
   05 td-list-price pic 9(7)v99.
   05 td-status     pic x(1).
01 jw-before-detail.
   05 jw-before-publisher  pic x(30).
   05 jw-before-format     pic x(10).
   05 jw-before-pub-date   pic 9(8).
   05 jw-before-list-price pic 9(7)v99.
   05 jw-before-status     pic x(1).
01 jw-after-detail.
   05 jw-after-publisher   pic x(30).
   05 jw-after-format      pic x(10).
   05 jw-after-pub-date    pic 9(8).
   05 jw-after-list-price  pic 9(7)v99.
   05 jw-after-status      pic x(1).
01 backout-table.
   *> the named batch's journal entries, loaded up front so they can
   *> be reversed newest-first - a change file's later transaction
      10 jb-before-author pic x(30).
      10 jb-after-title pic x(40).
      10 jb-after-author pic x(30).
      10 jb-before-detail pic x(58).
      10 jb-after-detail  pic x(58).

procedure division.
   perform get-run-mode.
   *> the same probe-then-extend pattern the validation run uses for
   *> its history file - and stamped with this run's date and time so
   *> a backout can narrow a batch to the day it was applied
   perform open-journal.
   *> open the catalog for update, creating it empty first if this is
   *> the very first load - the same create-then-reopen pattern the
   *> validation run uses for its duplicate-tracking file
   end-if
   open i-o book-master-file.

open-journal.
   accept run-date from date yyyymmdd
   accept time-raw from time
   compute run-time-hms = function integer(time-raw / 100)
   call "CBL_CHECK_FILE_EXIST" using journal-fname probe-buffer
   if return-code is equal to zero then
      open extend journal-file
   else
      open output journal-file
   end-if.

apply-transactions.
   *> stream through the transaction file one record at a time,
   *> applying each against the catalog as it is read
   move 0 to jw-after-present
   move spaces to jw-after-title
   move spaces to jw-after-author
   perform clear-journal-details
   perform validate-transaction
   if tran-disposition is equal to "APPLIED" then
      evaluate tran-action
   move jw-after-present  to jrn-after-present
   move jw-after-title    to jrn-after-title
   move jw-after-author   to jrn-after-author
   move jw-before-detail  to jrn-before-detail
   move jw-after-detail   to jrn-after-detail
   move 'T'               to jrn-source
   write journal-record.

clear-journal-details.
   *> an image that is not present carries blank text and zero
   *> numbers, so the journal never holds spaces in a numeric field
   move spaces to jw-before-detail
   move 0      to jw-before-pub-date
   move 0      to jw-before-list-price
   move spaces to jw-after-detail
   move 0      to jw-after-pub-date
   move 0      to jw-after-list-price.

validate-transaction.
   *> the action must be one of A, C or D and the key must be a
   *> structurally valid ISBN-13 - a mistyped key applied to the
         move "REJECTED" to tran-disposition
         move "title is missing" to tran-reason
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and (tran-action is equal to 'A'
         or tran-action is equal to 'C') then
      perform validate-tran-detail
   end-if.

validate-tran-detail.
   *> the status decides whether a supplier's offer of the title can
   *> be ordered, so it must be one of the two codes; a publication
   *> date, where given, must be a real yyyymmdd, and a list price
   *> must be digits with at most one decimal point - a bad value
   *> applied to the catalog would mislead every buyer who reads it
   move tran-publisher to td-publisher
   move tran-format    to td-format
   move tran-status    to td-status
   move 0 to td-pub-date
   move 0 to td-list-price
   if tran-status is not equal to 'I'
      and tran-status is not equal to 'O' then
      move "REJECTED" to tran-disposition
      move "status not I (in print) or O (out of print)"
         to tran-reason
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-pub-date is not equal to spaces then
      move 0 to field-bad
      if tran-pub-date is not numeric then
         move 1 to field-bad
      else
         compute tran-date-num = function numval(tran-pub-date)
         if function test-date-yyyymmdd(tran-date-num)
               is not equal to 0 then
            move 1 to field-bad
         end-if
      end-if
      if field-bad is equal to 1 then
         move "REJECTED" to tran-disposition
         move "publication date not a valid yyyymmdd"
            to tran-reason
      else
         move tran-date-num to td-pub-date
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-list-price is not equal to spaces then
      move 0 to field-bad
      move 0 to decimal-points
      move 0 to int-digits
      move 0 to dec-digits
      move function trim(tran-list-price) to tran-price-text
      compute field-length
         = function length(function trim(tran-list-price))
      perform varying j from 1 by 1 until j > field-length
         move tran-price-text(j:1) to temp
         if temp is equal to '.' then
            add 1 to decimal-points
         else
            if temp is not numeric then
               move 1 to field-bad
            else
               if decimal-points is equal to 1 then
                  add 1 to dec-digits
               else
                  add 1 to int-digits
               end-if
            end-if
         end-if
      end-perform
      if decimal-points is greater than 1
         or field-length is equal to decimal-points then
         move 1 to field-bad
      end-if
      if field-bad is equal to 1 then
         move "REJECTED" to tran-disposition
         move "list price not numeric" to tran-reason
      end-if
   end-if
   *> the catalog holds seven places before the point and two after -
   *> anything wider would be cut off without a word
   if tran-disposition is equal to "APPLIED"
      and tran-list-price is not equal to spaces then
      if int-digits is greater than 7 then
         move "REJECTED" to tran-disposition
         move "list price too large" to tran-reason
      end-if
      if dec-digits is greater than 2 then
         move "REJECTED" to tran-disposition
         move "list price has more than 2 decimals" to tran-reason
      end-if
      if tran-disposition is equal to "APPLIED" then
         compute td-list-price = function numval(tran-price-text)
      end-if
   end-if.

check-tran-key-digit.
         move tran-key    to cat-key
         move tran-title  to cat-title
         move tran-author to cat-author
         move tran-detail to cat-detail
         write cat-record
         move 1           to jw-after-present
         move tran-title  to jw-after-title
         move tran-author to jw-after-author
         move tran-detail to jw-after-detail
      not invalid key
         move "REJECTED" to tran-disposition
         move "add of a key already on file" to tran-reason

apply-change.
   *> a change must land on a key that exists; the transaction's
   *> title, author and detail replace the catalog record's in full
   move tran-key to cat-key
   read book-master-file key is cat-key
      invalid key
         move 1          to jw-before-present
         move cat-title  to jw-before-title
         move cat-author to jw-before-author
         move cat-detail to jw-before-detail
         move tran-title  to cat-title
         move tran-author to cat-author
         move tran-detail to cat-detail
         rewrite cat-record
         move 1           to jw-after-present
         move tran-title  to jw-after-title
         move tran-author to jw-after-author
         move tran-detail to jw-after-detail
   end-read.

apply-delete.
         move 1          to jw-before-present
         move cat-title  to jw-before-title
         move cat-author to jw-before-author
         move cat-detail to jw-before-detail
         delete book-master-file
            invalid key
               move "REJECTED" to tran-disposition
      perform write-backout-report-line
   end-perform
   close maint-report-file
   close journal-file
   close book-master-file.

get-backout-date.
         not at end
            add 1 to jrn-scanned
            if jrn-tran-fname is equal to tran-fname
               and jrn-source is not equal to 'B'
               and (backout-date is equal to 0
                  or jrn-date is equal to backout-date) then
               perform add-backout-entry
      move jrn-before-author  to jb-before-author(jb-count)
      move jrn-after-title    to jb-after-title(jb-count)
      move jrn-after-author   to jb-after-author(jb-count)
      move jrn-before-detail  to jb-before-detail(jb-count)
      move jrn-after-detail   to jb-after-detail(jb-count)
   else
      display "Error: batch holds more than 5000 journal entries"
         " - ending run before a partial backout"
      move 8 to return-code
      stop run
   end-if
   open i-o book-master-file
   *> the reversals are journaled under the batch name they undo,
   *> stamped with this run's date and time
   perform open-journal.

reverse-one-entry.
   *> one journaled transaction, undone: an add is deleted, a change
            not invalid key
               if cat-title is equal to jb-after-title(jb-ix)
                  and cat-author is equal to jb-after-author(jb-ix)
                  and cat-detail is equal to jb-after-detail(jb-ix)
                  then
                  delete book-master-file
                     invalid key
            not invalid key
               if cat-title is equal to jb-after-title(jb-ix)
                  and cat-author is equal to jb-after-author(jb-ix)
                  and cat-detail is equal to jb-after-detail(jb-ix)
                  then
                  move jb-before-title(jb-ix)  to cat-title
                  move jb-before-author(jb-ix) to cat-author
                  move jb-before-detail(jb-ix) to cat-detail
                  rewrite cat-record
               else
                  move "SKIPPED" to tran-disposition
               move jb-key(jb-ix)           to cat-key
               move jb-before-title(jb-ix)  to cat-title
               move jb-before-author(jb-ix) to cat-author
               move jb-before-detail(jb-ix) to cat-detail
               write cat-record
            not invalid key
               move "SKIPPED" to tran-disposition
   end-evaluate
   if tran-disposition is equal to "REVERSED" then
      add 1 to cnt-applied
      perform write-reversal-journal
   else
      add 1 to cnt-rejected
   end-if.

write-reversal-journal.
   *> a reversal journaled as what it did to the catalog: an undone
   *> add is a delete of the added image, an undone change is a change
   *> from the batch's after image back to its before image, and a
   *> reinstated delete is an add of the deleted image
   move run-date      to jrn-date
   move run-time-hms  to jrn-time
   move tran-fname    to jrn-tran-fname
   move jb-key(jb-ix) to jrn-key
   move 'B'           to jrn-source
   move 0      to jrn-before-present
   move spaces to jrn-before-title
   move spaces to jrn-before-author
   move 0      to jrn-after-present
   move spaces to jrn-after-title
   move spaces to jrn-after-author
   move spaces to jrn-before-detail
   move 0      to jrn-before-pub-date
   move 0      to jrn-before-list-price
   move spaces to jrn-after-detail
   move 0      to jrn-after-pub-date
   move 0      to jrn-after-list-price
   evaluate jb-action(jb-ix)
      when 'A'
         move 'D' to jrn-action
         move 1                       to jrn-before-present
         move jb-after-title(jb-ix)   to jrn-before-title
         move jb-after-author(jb-ix)  to jrn-before-author
         move jb-after-detail(jb-ix)  to jrn-before-detail
      when 'C'
         move 'C' to jrn-action
         move 1                       to jrn-before-present
         move jb-after-title(jb-ix)   to jrn-before-title
         move jb-after-author(jb-ix)  to jrn-before-author
         move jb-after-detail(jb-ix)  to jrn-before-detail
         move 1                       to jrn-after-present
         move jb-before-title(jb-ix)  to jrn-after-title
         move jb-before-author(jb-ix) to jrn-after-author
         move jb-before-detail(jb-ix) to jrn-after-detail
      when 'D'
         move 'A' to jrn-action
         move 1                       to jrn-after-present
         move jb-before-title(jb-ix)  to jrn-after-title
         move jb-before-author(jb-ix) to jrn-after-author
         move jb-before-detail(jb-ix) to jrn-after-detail
   end-evaluate
   write journal-record
   add 1 to cnt-reversals-journaled.

write-backout-report-line.
   *> one formatted line per journaled transaction: the original
   *> action, the key, whether it was reversed, and why not where it
      display "selected for batch  : " jb-count
      display "reversed            : " cnt-applied
      display "skipped             : " cnt-rejected
      display "reversals journaled : " cnt-reversals-journaled
   else
      display "===== catalog maintenance summary ====="
      display "transactions read   : " tran-count
