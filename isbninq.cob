identification division.
program-id. isbninq.

*> interactive single-ISBN inquiry - the operator keys in an ISBN-10
*> or ISBN-13 and gets back, in one place, the check-digit verdict
*> and hyphenated form the validation run would give it, and
*> everything the masters hold on the title: the catalog entry, the
*> last accepted date and supplier, the last accepted price, the gap
*> master history with acquisitions' decision on the title, and the
*> last date the match job saw it offered.
*> Every file is opened input only, so an inquiry can run alongside
*> the batch jobs; a master that is not there is reported and
*> skipped. One ISBN after another until the operator quits

environment division.
input-output section.
file-control.
select range-file assign to dynamic ranges-fname
   organization is line sequential.
select book-master-file assign to dynamic catalog-fname
   organization is indexed
   access mode is dynamic
   record key is cat-key.
select supplier-master-file assign to dynamic suppliers-fname
   organization is indexed
   access mode is dynamic
   record key is sup-code.
select acc-history-file assign to dynamic acchist-fname
   organization is indexed
   access mode is dynamic
   record key is ahs-key.
select price-history-file assign to dynamic pricehist-fname
   organization is indexed
   access mode is dynamic
   record key is prh-key.
select gap-master-file assign to dynamic gap-master-fname
   organization is indexed
   access mode is dynamic
   record key is gm-key.
select gap-decision-file assign to dynamic gap-decision-fname
   organization is indexed
   access mode is dynamic
   record key is gd-key.
select last-offered-file assign to dynamic lastoffer-fname
   organization is indexed
   access mode is dynamic
   record key is lof-key.

data division.
file section.
fd range-file.
01 range-row pic x(100).
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
fd supplier-master-file.
01 sup-record.
   05 sup-code    pic x(6).
   05 sup-name    pic x(30).
   05 sup-contact pic x(30).
   05 sup-status  pic x(1).
   05 sup-terms.
      10 sup-discount  pic 9(2)v99.
      10 sup-min-order pic 9(7)v99.
      10 sup-lead-days pic 9(3).
      10 sup-pay-terms pic x(3).
fd acc-history-file.
01 acc-history-record.
   05 ahs-key      pic 9(13).
   05 ahs-date     pic 9(8).
   05 ahs-supplier pic x(6).
fd price-history-file.
01 price-history-record.
   05 prh-key   pic 9(13).
   05 prh-price pic 9(7)v99.
   05 prh-date  pic 9(8).
fd gap-master-file.
01 gap-master-record.
   05 gm-key        pic 9(13).
   05 gm-first-date pic 9(8).
   05 gm-last-date  pic 9(8).
   05 gm-runs       pic 9(5).
   05 gm-offers     pic 9(7).
   05 gm-units      pic 9(9).
   05 gm-suppliers  pic x(30).
   05 gm-title      pic x(40).
fd gap-decision-file.
01 gap-decision-record.
   05 gd-key          pic 9(13).
   05 gd-decision     pic x(1).
   05 gd-defer-until  pic 9(8).
   05 gd-decided-by   pic x(10).
   05 gd-decided-date pic 9(8).
   05 gd-loaded-date  pic 9(8).
   05 gd-add-fname    pic x(30).
fd last-offered-file.
01 last-offered-record.
   05 lof-key  pic 9(13).
   05 lof-date pic 9(8).

working-storage section.
77 ranges-fname pic x(30) value "isbn-ranges.dat".
77 catalog-fname pic x(30) value "isbn-catalog.dat".
77 suppliers-fname pic x(30) value "isbn-suppliers.dat".
77 acchist-fname pic x(30) value "isbn-acchist.dat".
77 pricehist-fname pic x(30) value "isbn-pricehist.dat".
77 gap-master-fname pic x(30) value "isbn-gapmaster.dat".
77 lastoffer-fname pic x(30) value "isbn-lastoffer.dat".
77 gap-decision-fname pic x(30) value "isbn-gapdecision.dat".
77 decisions-available pic 9 value 0.
77 probe-buffer pic x(100).
77 ranges-available pic 9 value 0.
77 catalog-available pic 9 value 0.
77 suppliers-available pic 9 value 0.
77 acchist-available pic 9 value 0.
77 pricehist-available pic 9 value 0.
77 gapmaster-available pic 9 value 0.
77 lastoffer-available pic 9 value 0.
77 quit-wanted pic 9 value 0.
77 inq-count   pic 9(5) value 0.
77 inq-text    pic x(30).
77 inq-key     pic 9(13).
77 run-date    pic 9(8) value 0.
77 age-days    pic s9(5) value 0.
77 age-edit    pic -(5)9.
77 price-edit  pic z(6)9.99.
77 status-text pic x(14).
77 sup-name-text pic x(30).
77 isbn13-prefix  pic x(12).
77 isbn13-chkchar pic x(1).
77 isbn13-full    pic x(13).
77 range-count pic 9(3) value 0.
77 rt-eof      pic A(1).
77 rt-ix       pic 9(3) value 0.
77 rr-bad      pic 9 value 0.
77 rr-raw-prefix pic x(10).
77 rr-raw-group  pic x(10).
77 rr-raw-low    pic x(10).
77 rr-raw-high   pic x(10).
77 rr-raw-reglen pic x(10).
77 range-key-13 pic x(13).
77 rg-found    pic 9(3) value 0.
77 rg-group-len pic 9 value 0.
77 rg-reg-len  pic 9 value 0.
77 rg-rest7    pic x(7).
77 rg-rest-num pic 9(7) value 0.
77 rg-rest-len pic 9 value 0.
77 rg-pos      pic 9(2) value 0.
77 rg-reg-pos  pic 9(2) value 0.
77 rg-pub-pos  pic 9(2) value 0.
77 rg-pub-len  pic s9 value 0.
77 isbn10-mode pic 9 value 0.
77 range-resolved pic 9 value 0.
01 range-table.
   *> the registration-group range table, loaded from the agency
   *> range file once at start - the same rows the validation run
   *> loads:  prefix;group;low;high;registrant-length
   05 range-entry occurs 500 times.
      10 rt-prefix pic x(3).
      10 rt-group  pic x(5).
      10 rt-group-len pic 9.
      10 rt-low   pic 9(7).
      10 rt-high  pic 9(7).
      10 rt-reglen pic 9.
77 reason-code pic x(12) value spaces.
77 reject-needed pic 9 value 0.
77 digitISBN   pic 9(3).
77 record-length pic 9(3).
77 field-length pic 9(3).
01 ISBN        pic x(10).
01 ISBN13      pic x(13).
01 printISBN   pic x(17).
01 validity    pic x(60).
01 temp        pic x(1).
01 expected-digit-text pic x(2).
01 digit-edit  pic Z9.
77 checkValid  pic 99 value 1.
77 j           pic 99 value 1.
77 k           pic 99 value 1.

procedure division.
   perform open-masters.
   accept run-date from date yyyymmdd.
   perform until quit-wanted is equal to 1
      display " "
      display "ISBN to look up (blank or Q to quit)? "
      move spaces to inq-text
      accept inq-text
      move function trim(inq-text) to inq-text
      if inq-text is equal to spaces
         or inq-text is equal to "Q"
         or inq-text is equal to "q" then
         move 1 to quit-wanted
      else
         add 1 to inq-count
         perform inquire-one-isbn
      end-if
   end-perform.
   perform close-masters.
   display "Inquiries made: " inq-count.
   move 0 to return-code.
stop run.

open-masters.
   *> every master is optional to an inquiry - one that is missing
   *> is named once here and its section skipped for every ISBN,
   *> rather than refusing to answer from the files that are there
   call "CBL_CHECK_FILE_EXIST" using ranges-fname probe-buffer
   if return-code is equal to zero then
      perform load-range-table
   else
      display "Notice: range table " ranges-fname (1:20)
         " not found - no hyphenation or group check"
   end-if
   call "CBL_CHECK_FILE_EXIST" using catalog-fname probe-buffer
   if return-code is equal to zero then
      open input book-master-file
      move 1 to catalog-available
   else
      display "Notice: catalog file " catalog-fname (1:20)
         " not found"
   end-if
   call "CBL_CHECK_FILE_EXIST" using suppliers-fname probe-buffer
   if return-code is equal to zero then
      open input supplier-master-file
      move 1 to suppliers-available
   end-if
   call "CBL_CHECK_FILE_EXIST" using acchist-fname probe-buffer
   if return-code is equal to zero then
      open input acc-history-file
      move 1 to acchist-available
   else
      display "Notice: accepted history " acchist-fname (1:20)
         " not found"
   end-if
   call "CBL_CHECK_FILE_EXIST" using pricehist-fname probe-buffer
   if return-code is equal to zero then
      open input price-history-file
      move 1 to pricehist-available
   else
      display "Notice: price history " pricehist-fname (1:20)
         " not found"
   end-if
   call "CBL_CHECK_FILE_EXIST" using gap-master-fname probe-buffer
   if return-code is equal to zero then
      open input gap-master-file
      move 1 to gapmaster-available
   else
      display "Notice: gap master " gap-master-fname (1:20)
         " not found"
   end-if
   *> no decision file just means acquisitions has decided nothing
   call "CBL_CHECK_FILE_EXIST" using gap-decision-fname probe-buffer
   if return-code is equal to zero then
      open input gap-decision-file
      move 1 to decisions-available
   end-if
   call "CBL_CHECK_FILE_EXIST" using lastoffer-fname probe-buffer
   if return-code is equal to zero then
      open input last-offered-file
      move 1 to lastoffer-available
   else
      display "Notice: last-offered file " lastoffer-fname (1:20)
         " not found"
   end-if.

close-masters.
   if catalog-available is equal to 1 then
      close book-master-file
   end-if
   if suppliers-available is equal to 1 then
      close supplier-master-file
   end-if
   if acchist-available is equal to 1 then
      close acc-history-file
   end-if
   if pricehist-available is equal to 1 then
      close price-history-file
   end-if
   if gapmaster-available is equal to 1 then
      close gap-master-file
   end-if
   if decisions-available is equal to 1 then
      close gap-decision-file
   end-if
   if lastoffer-available is equal to 1 then
      close last-offered-file
   end-if.

inquire-one-isbn.
   *> the same verdict the validation run would reach on the number
   *> alone; only a number that passes the check digit is looked up,
   *> under its canonical ISBN-13 so an ISBN-10 finds the same title
   set checkValid to 1
   move spaces to validity
   move spaces to reason-code
   move 0 to reject-needed
   move 0 to range-resolved
   move spaces to printISBN
   compute record-length = function length(function trim(inq-text))
   evaluate record-length
      when 10
         move inq-text(1:10) to ISBN
         move inq-text(1:10) to printISBN
         perform validate-isbn10
         if checkValid is equal to 1 then
            perform checkSUM
         end-if
         if checkValid is equal to 1
            and reject-needed is equal to 0 then
            perform build-isbn13-key
            move isbn13-full to range-key-13
            move 1 to isbn10-mode
         end-if
      when 13
         move inq-text(1:13) to ISBN13
         move inq-text(1:13) to printISBN
         perform validate-isbn13
         if checkValid is equal to 1 then
            perform checkSUM13
         end-if
         if checkValid is equal to 1
            and reject-needed is equal to 0 then
            move ISBN13 to range-key-13
            move 0 to isbn10-mode
         end-if
      when other
         move "  incorrect, wrong length" to validity
         set checkValid to 0
   end-evaluate
   if checkValid is equal to 0
      or reject-needed is equal to 1 then
      display inq-text (1:17) validity
   else
      perform range-check
      compute inq-key = function numval(range-key-13)
      display printISBN validity
      if isbn10-mode is equal to 1 then
         display "ISBN-13 key           : " range-key-13
      end-if
      perform show-catalog
      perform show-acc-history
      perform show-price-history
      perform show-gap-master
      perform show-last-offered
   end-if.

range-check.
   *> the prefix and the agency range table decide whether the
   *> number names a real registrant, and give the hyphenated form
   *> the reports print; an unregistered number is still looked up -
   *> the operator may be chasing exactly why it was rejected
   if range-key-13(1:3) is not equal to "978"
      and range-key-13(1:3) is not equal to "979" then
      move "  incorrect, prefix not 978 or 979" to validity
   else
      if ranges-available is equal to 1 then
         perform range-lookup
         if rg-found is greater than 0 then
            perform build-hyphenated
         else
            move "  incorrect, unregistered group or registrant"
               to validity
         end-if
      end-if
   end-if.

show-catalog.
   display "----- catalog -----"
   if catalog-available is equal to 0 then
      display "  (catalog file not available)"
   else
      move inq-key to cat-key
      read book-master-file key is cat-key
         invalid key
            display "  not in catalog"
         not invalid key
            evaluate cat-status
               when 'I'
                  move "in print" to status-text
               when 'O'
                  move "out of print" to status-text
               when other
                  move "status unknown" to status-text
            end-evaluate
            display "  title      : " cat-title
            display "  author     : " cat-author
            display "  publisher  : " cat-publisher
            display "  format     : " cat-format
            if cat-pub-date is equal to 0 then
               display "  published  : not known"
            else
               display "  published  : " cat-pub-date
            end-if
            move cat-list-price to price-edit
            display "  list price : " price-edit
            display "  status     : " status-text
      end-read
   end-if.

show-acc-history.
   display "----- last accepted -----"
   if acchist-available is equal to 0 then
      display "  (accepted history not available)"
   else
      move inq-key to ahs-key
      read acc-history-file key is ahs-key
         invalid key
            display "  never accepted"
         not invalid key
            move spaces to sup-name-text
            if suppliers-available is equal to 1 then
               move ahs-supplier to sup-code
               read supplier-master-file key is sup-code
                  invalid key
                     move "(not on supplier master)" to sup-name-text
                  not invalid key
                     move sup-name to sup-name-text
               end-read
            end-if
            display "  date       : " ahs-date
            display "  supplier   : " ahs-supplier " "
               sup-name-text
      end-read
   end-if.

show-price-history.
   display "----- last price -----"
   if pricehist-available is equal to 0 then
      display "  (price history not available)"
   else
      move inq-key to prh-key
      read price-history-file key is prh-key
         invalid key
            display "  no accepted price"
         not invalid key
            move prh-price to price-edit
            display "  unit price : " price-edit
            display "  date       : " prh-date
      end-read
   end-if.

show-gap-master.
   display "----- gap master -----"
   if gapmaster-available is equal to 0 then
      display "  (gap master not available)"
   else
      move inq-key to gm-key
      read gap-master-file key is gm-key
         invalid key
            display "  no open gap lead"
         not invalid key
            display "  first seen : " gm-first-date
               "   last seen : " gm-last-date
            display "  runs       : " gm-runs
               "   offers : " gm-offers
               "   units : " gm-units
            display "  suppliers  : " gm-suppliers
            display "  title      : " gm-title
      end-read
   end-if
   *> a decision outlives the lead - a declined title stays declined
   *> whether or not it is on the master today
   if decisions-available is equal to 1 then
      move inq-key to gd-key
      read gap-decision-file key is gd-key
         invalid key
            display "  decision   : none"
         not invalid key
            evaluate gd-decision
               when 'A'
                  display "  decision   : approved, add in "
                     gd-add-fname
               when 'D'
                  display "  decision   : declined"
               when 'F'
                  display "  decision   : deferred until "
                     gd-defer-until
            end-evaluate
            display "  decided by : " gd-decided-by
               "   on : " gd-decided-date
      end-read
   end-if.

show-last-offered.
   display "----- last offered -----"
   if lastoffer-available is equal to 0 then
      display "  (last-offered file not available)"
   else
      move inq-key to lof-key
      read last-offered-file key is lof-key
         invalid key
            display "  not seen by the match job"
         not invalid key
            compute age-days
               = function integer-of-date(run-date)
               - function integer-of-date(lof-date)
            move age-days to age-edit
            display "  date       : " lof-date
               "   (" function trim(age-edit) " days ago)"
      end-read
   end-if.

load-range-table.
   *> stream the agency range file into the working-storage table -
   *> rows are prefix;group;low;high;registrant-length, and a row
   *> that does not parse is reported and skipped rather than
   *> poisoning the whole table
   open input range-file
   move 'N' to rt-eof
   move 0 to range-count
   perform until rt-eof = 'Y'
      read range-file
         at end move 'Y' to rt-eof
         not at end
            if range-row is not equal to spaces then
               perform parse-range-row
            end-if
      end-read
   end-perform
   close range-file
   if range-count is greater than 0 then
      move 1 to ranges-available
   else
      display "Notice: range table held no usable rows - "
         "no hyphenation or group check"
   end-if.

parse-range-row.
   *> one table row; every field is checked before the row is kept
   *> because a bad bound would quietly swallow or reject a whole
   *> block of registrants
   if range-count is equal to 500 then
      display "Notice: range table over 500 rows - rest ignored"
      move 'Y' to rt-eof
   else
      move 0 to rr-bad
      move spaces to rr-raw-prefix
      move spaces to rr-raw-group
      move spaces to rr-raw-low
      move spaces to rr-raw-high
      move spaces to rr-raw-reglen
      unstring range-row delimited by ";"
         into rr-raw-prefix
              rr-raw-group
              rr-raw-low
              rr-raw-high
              rr-raw-reglen
      end-unstring
      move function trim(rr-raw-prefix) to rr-raw-prefix
      move function trim(rr-raw-group)  to rr-raw-group
      move function trim(rr-raw-low)    to rr-raw-low
      move function trim(rr-raw-high)   to rr-raw-high
      move function trim(rr-raw-reglen) to rr-raw-reglen
      if rr-raw-prefix is not equal to "978"
         and rr-raw-prefix is not equal to "979" then
         move 1 to rr-bad
      end-if
      compute field-length
         = function length(function trim(rr-raw-group))
      if field-length is less than 1
         or field-length is greater than 5 then
         move 1 to rr-bad
      else
         perform varying j from 1 by 1 until j > field-length
            if rr-raw-group(j:1) is not numeric then
               move 1 to rr-bad
            end-if
         end-perform
      end-if
      if rr-raw-low(1:7) is not numeric
         or rr-raw-low(8:3) is not equal to spaces
         or rr-raw-high(1:7) is not numeric
         or rr-raw-high(8:3) is not equal to spaces then
         move 1 to rr-bad
      end-if
      if rr-raw-reglen(1:1) is not numeric
         or rr-raw-reglen(2:9) is not equal to spaces then
         move 1 to rr-bad
      end-if
      if rr-bad is equal to 0 then
         if function numval(rr-raw-reglen) + field-length
               is greater than 9 then
            move 1 to rr-bad
         end-if
      end-if
      if rr-bad is equal to 1 then
         display "Notice: bad range table row skipped: "
            range-row (1:40)
      else
         add 1 to range-count
         move rr-raw-prefix(1:3)  to rt-prefix(range-count)
         move rr-raw-group(1:5)   to rt-group(range-count)
         move field-length        to rt-group-len(range-count)
         compute rt-low(range-count)
            = function numval(rr-raw-low)
         compute rt-high(range-count)
            = function numval(rr-raw-high)
         compute rt-reglen(range-count)
            = function numval(rr-raw-reglen)
      end-if
   end-if.

range-lookup.
   *> find the table row whose prefix and group match the number and
   *> whose range covers the seven digits that follow the group;
   *> where two rows could both match the group digits the longer
   *> group wins, the way the agency charts are read
   move 0 to rg-found
   move 0 to rg-group-len
   move 0 to rg-reg-len
   perform varying rt-ix from 1 by 1 until rt-ix > range-count
      if rt-prefix(rt-ix) is equal to range-key-13(1:3)
         and range-key-13(4:rt-group-len(rt-ix))
            is equal to rt-group(rt-ix)(1:rt-group-len(rt-ix))
         and rt-group-len(rt-ix) >= rg-group-len then
         compute rg-pos = 4 + rt-group-len(rt-ix)
         compute rg-rest-len = 9 - rt-group-len(rt-ix)
         if rg-rest-len is greater than 7 then
            move 7 to rg-rest-len
         end-if
         move "0000000" to rg-rest7
         move range-key-13(rg-pos:rg-rest-len)
            to rg-rest7(1:rg-rest-len)
         compute rg-rest-num = function numval(rg-rest7)
         if rg-rest-num is not less than rt-low(rt-ix)
            and rg-rest-num is not greater than rt-high(rt-ix)
            and rt-reglen(rt-ix) is greater than 0 then
            move rt-ix to rg-found
            move rt-group-len(rt-ix) to rg-group-len
            move rt-reglen(rt-ix)    to rg-reg-len
         end-if
      end-if
   end-perform.

build-hyphenated.
   *> lay the number out as the agency charts would print it:
   *> prefix-group-registrant-publication-check for an ISBN-13, the
   *> same without the prefix for an ISBN-10
   compute rg-reg-pos = 4 + rg-group-len
   compute rg-pub-pos = rg-reg-pos + rg-reg-len
   compute rg-pub-len = 9 - rg-group-len - rg-reg-len
   if rg-pub-len is greater than 0 then
      move 1 to range-resolved
      move spaces to printISBN
      if isbn10-mode is equal to 1 then
         string ISBN(1:rg-group-len)  delimited by size
                "-"                   delimited by size
                ISBN(1 + rg-group-len:rg-reg-len)
                                      delimited by size
                "-"                   delimited by size
                ISBN(1 + rg-group-len + rg-reg-len:rg-pub-len)
                                      delimited by size
                "-"                   delimited by size
                ISBN(10:1)            delimited by size
           into printISBN
      else
         string range-key-13(1:3)     delimited by size
                "-"                   delimited by size
                range-key-13(4:rg-group-len)
                                      delimited by size
                "-"                   delimited by size
                range-key-13(rg-reg-pos:rg-reg-len)
                                      delimited by size
                "-"                   delimited by size
                range-key-13(rg-pub-pos:rg-pub-len)
                                      delimited by size
                "-"                   delimited by size
                range-key-13(13:1)    delimited by size
           into printISBN
      end-if
   end-if.

build-isbn13-key.
   *> key an ISBN-10 under its real ISBN-13 equivalent (978-prefix
   *> plus a freshly computed mod-10 check digit), the way the
   *> validation run keys every master it writes
   string "978"      delimited by size
          ISBN(1:9)  delimited by size
     into isbn13-prefix
   set digitISBN to 0
   perform varying k from 1 by 1 until k > 12
      if function mod(k, 2) is equal to 1 then
         compute digitISBN = digitISBN + 1 * function numval(isbn13-prefix(k:1))
      else
         compute digitISBN = digitISBN + 3 * function numval(isbn13-prefix(k:1))
      end-if
   end-perform
   compute digitISBN = function mod(digitISBN, 10)
   if digitISBN is not equal to 0 then
      compute digitISBN = 10 - digitISBN
   end-if
   move digitISBN to digit-edit
   move function trim(digit-edit) to isbn13-chkchar
   string isbn13-prefix  delimited by size
          isbn13-chkchar delimited by size
     into isbn13-full.

validate-isbn10.
   *> checks that the first 9 characters are digits and that the
   *> 10th is either a digit or the X check-digit character
   perform varying j from 1 by 1 until j > 10
      move ISBN(j:1) to temp
      if temp is not numeric then
         if temp is equal to 'X' or temp is equal to 'x' then
            if j is not equal to 10 then
               move "  incorrect, contains a non-digit" to validity
               move "bad-format" to reason-code
               move 1 to reject-needed
               set checkValid to 0
            end-if
         else
            move "  incorrect, contains a non-digit" to validity
            move "bad-format" to reason-code
            move 1 to reject-needed
            set checkValid to 0
         end-if
      end-if
   end-perform.

validate-isbn13.
   *> an ISBN-13 has no check-digit letter; every one of the 13
   *> characters must be a numeric digit
   perform varying j from 1 by 1 until j > 13
      move ISBN13(j:1) to temp
      if temp is not numeric then
         move "  incorrect, contains a non-digit" to validity
         move "bad-format" to reason-code
         move 1 to reject-needed
         set checkValid to 0
      end-if
   end-perform.

checkSUM.
   *> extracts the individual digits of the ISBN, and calculates the checksum digit
   set digitISBN to 0
   if checkValid is equal to 1 then
      perform varying k from 1 by 1 until k > 9
         compute digitISBN = digitISBN + (11 - k) * function numval(ISBN(k:1))
      end-perform
      compute digitISBN = function mod(digitISBN, 11)
      if digitISBN is not equal to 0 then
         compute digitISBN = 11 - digitISBN
      end-if
   end-if

   move ISBN(10:1) to temp.
   if checkValid is equal to 1 then
      if temp is not numeric then
         if (temp is equal to 'X' or 'x') and (digitISBN is equal to 10) then
            move "  correct and valid" to validity
         else
            perform build-mismatch-message
         end-if
      else
         if function numval(temp) is equal to digitISBN then
            move "  correct and valid" to validity
         else
            perform build-mismatch-message
         end-if
      end-if
   end-if.

build-mismatch-message.
   *> the check digit did not match - show the check digit checkSUM
   *> actually computed alongside the one that was keyed
   move "bad-checksum" to reason-code
   move 1 to reject-needed
   if digitISBN is equal to 10 then
      move "X" to expected-digit-text
   else
      move digitISBN to digit-edit
      move function trim(digit-edit) to expected-digit-text
   end-if
   string "  correct, but not valid - expected check digit "
             delimited by size
          expected-digit-text delimited by space
          ", found "           delimited by size
          temp                 delimited by size
     into validity.

checkSUM13.
   *> ISBN-13 uses a mod-10 checksum with alternating weights of
   *> 1 and 3 across the first 12 digits
   set digitISBN to 0
   if checkValid is equal to 1 then
      perform varying k from 1 by 1 until k > 12
         if function mod(k, 2) is equal to 1 then
            compute digitISBN = digitISBN + 1 * function numval(ISBN13(k:1))
         else
            compute digitISBN = digitISBN + 3 * function numval(ISBN13(k:1))
         end-if
      end-perform
      compute digitISBN = function mod(digitISBN, 10)
      if digitISBN is not equal to 0 then
         compute digitISBN = 10 - digitISBN
      end-if
   end-if

   if checkValid is equal to 1 then
      move ISBN13(13:1) to temp
      if function numval(temp) is equal to digitISBN then
         move "  correct and valid" to validity
      else
         perform build-mismatch-message
      end-if
   end-if.
