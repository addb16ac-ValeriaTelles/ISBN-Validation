identification division.
program-id. catweb.

*> catalog change extract for the web storefront - reads the catmaint
*> journal and writes the adds, changes and deletes applied since the
*> last extract to a dated delta file, so the storefront loads only
*> what changed instead of a full copy of isbn-catalog.dat every week.
*> Each delta record carries the ISBN-13, the hyphenated form from the
*> agency range table, the after-image title and author and the
*> action; a backout's reversals come through as the deletes, changes
*> and adds they amount to. The program keeps its own high-water mark
*> in catweb-hwm.dat - the date and time of the last journal entry
*> extracted, and how many entries carrying exactly that stamp were
*> sent - so every change goes out once only, however many runs are
*> missed or repeated. The mark only moves once the delta file has
*> been written in full. The file ends with a trailer record giving
*> the counts by action for the storefront's load check

environment division.
input-output section.
file-control.
select journal-file assign to dynamic journal-fname
   organization is line sequential.
select range-file assign to dynamic ranges-fname
   organization is line sequential.
select hwm-file assign to dynamic hwm-fname
   organization is line sequential
   file status is hwm-status.
select delta-file assign to dynamic delta-fname
   organization is line sequential
   file status is delta-status.

data division.
file section.
fd journal-file.
01 journal-record.
   05 jrn-date           pic 9(8).
   05 jrn-time           pic 9(6).
   05 jrn-tran-fname     pic x(30).
   05 jrn-action         pic x(1).
   05 jrn-key            pic x(13).
   05 jrn-before-present pic 9.
   05 jrn-before-title   pic x(40).
   05 jrn-before-author  pic x(30).
   05 jrn-after-present  pic 9.
   05 jrn-after-title    pic x(40).
   05 jrn-after-author   pic x(30).
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
   05 jrn-source         pic x(1).
fd range-file.
01 range-row pic x(100).
fd hwm-file.
*> one record: the stamp of the last journal entry extracted, the
*> number of entries with that same stamp already sent (a catmaint
*> run stamps its whole batch alike), and the run that moved it
01 hwm-record.
   05 hwm-date       pic 9(8).
   05 hwm-time       pic 9(6).
   05 hwm-count      pic 9(7).
   05 hwm-run-date   pic 9(8).
   05 hwm-run-time   pic 9(6).
   05 hwm-delta-fname pic x(40).
fd delta-file.
*> D records, one per journaled change in journal order, then one
*> T trailer record
01 delta-record.
   05 dl-record-type pic x(1).
   *> A add, C change, D delete
   05 dl-action      pic x(1).
   *> T an applied transaction, B a backout's reversal of one
   05 dl-source      pic x(1).
   05 dl-isbn13      pic x(13).
   *> blank where the range table cannot place the number
   05 dl-isbn-hyphenated pic x(17).
   *> the after image - blank on a delete
   05 dl-title       pic x(40).
   05 dl-author      pic x(30).
   05 dl-jrn-date    pic 9(8).
   05 dl-jrn-time    pic 9(6).
01 delta-trailer.
   05 dt-record-type pic x(1).
   05 dt-cnt-add     pic 9(7).
   05 dt-cnt-change  pic 9(7).
   05 dt-cnt-delete  pic 9(7).
   05 dt-cnt-total   pic 9(7).
   05 dt-cnt-reversal pic 9(7).
   *> the journal stamps the extract covers: after the first, up to
   *> and including the second
   05 dt-from-date   pic 9(8).
   05 dt-from-time   pic 9(6).
   05 dt-to-date     pic 9(8).
   05 dt-to-time     pic 9(6).

working-storage section.
77 feof        pic A(1) value 'N'.
77 journal-fname pic x(30) value "catmaint-journal.dat".
77 ranges-fname pic x(30) value "isbn-ranges.dat".
77 hwm-fname   pic x(30) value "catweb-hwm.dat".
77 delta-fname pic x(40).
77 delta-status pic x(2).
77 hwm-status  pic x(2).
77 probe-buffer pic x(100).
77 run-date    pic 9(8) value 0.
77 run-time-hms pic 9(6) value 0.
77 time-raw    pic 9(8) value 0.
77 hwm-present pic 9 value 0.
77 journal-present pic 9 value 0.
77 write-failed pic 9 value 0.
77 old-hwm-date pic 9(8) value 0.
77 old-hwm-time pic 9(6) value 0.
77 old-hwm-count pic 9(7) value 0.
77 new-hwm-date pic 9(8) value 0.
77 new-hwm-time pic 9(6) value 0.
77 new-hwm-count pic 9(7) value 0.
77 seen-at-hwm pic 9(7) value 0.
77 entry-new   pic 9 value 0.
77 cnt-scanned pic 9(7) value 0.
77 cnt-already-sent pic 9(7) value 0.
77 cnt-add     pic 9(7) value 0.
77 cnt-change  pic 9(7) value 0.
77 cnt-delete  pic 9(7) value 0.
77 cnt-total   pic 9(7) value 0.
77 cnt-reversal pic 9(7) value 0.
77 cnt-unhyphenated pic 9(7) value 0.
77 field-length pic 9(3) value 0.
77 range-count pic 9(3) value 0.
77 ranges-available pic 9 value 0.
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
01 printISBN   pic x(17).
77 j           pic 99 value 1.

procedure division.
   accept run-date from date yyyymmdd.
   accept time-raw from time.
   compute run-time-hms = function integer(time-raw / 100).
   perform read-high-water-mark.
   perform open-ranges.
   perform open-delta-file.
   perform extract-journal.
   perform write-delta-trailer.
   close delta-file.
   if write-failed is equal to 0 then
      perform write-high-water-mark
   else
      display "Error: delta file " delta-fname (1:40)
         " not written in full - high-water mark not moved"
   end-if.
   perform print-extract-summary.
   if write-failed is equal to 1 then
      move 8 to return-code
   else
      move 0 to return-code
   end-if.
stop run.

read-high-water-mark.
   *> no mark means no extract has ever been taken - the whole
   *> journal is sent. A mark that cannot be read - an empty file
   *> included - fails the run: to guess would either resend or lose
   *> changes
   move 0 to hwm-present
   call "CBL_CHECK_FILE_EXIST" using hwm-fname probe-buffer
   if return-code is equal to zero then
      move 1 to hwm-present
   end-if
   if hwm-present is equal to 1 then
      open input hwm-file
      read hwm-file
         at end
            display "Error: high-water mark " hwm-fname (1:20)
               " is empty - ending run"
            move 8 to return-code
            stop run
         not at end
            if hwm-date is not numeric
               or hwm-time is not numeric
               or hwm-count is not numeric then
               display "Error: high-water mark " hwm-fname (1:20)
                  " is not readable - ending run"
               move 8 to return-code
               stop run
            end-if
            move hwm-date  to old-hwm-date
            move hwm-time  to old-hwm-time
            move hwm-count to old-hwm-count
      end-read
      close hwm-file
   end-if
   if hwm-present is equal to 0 then
      display "Notice: no high-water mark " hwm-fname (1:20)
         " - extracting the whole journal"
   else
      display "Extracting journal entries after " old-hwm-date
         " " old-hwm-time
   end-if
   move old-hwm-date  to new-hwm-date
   move old-hwm-time  to new-hwm-time
   move old-hwm-count to new-hwm-count.

open-ranges.
   *> the range table only supplies the hyphenated form - without it
   *> the changes still go out, with that field blank
   call "CBL_CHECK_FILE_EXIST" using ranges-fname probe-buffer
   if return-code is equal to zero then
      perform load-range-table
   else
      display "Notice: range table " ranges-fname (1:20)
         " not found - hyphenated ISBNs left blank"
   end-if.

open-delta-file.
   *> catweb-delta-yyyymmdd-hhmmss.dat - a name per run, so a delta
   *> the storefront has not loaded yet is never overwritten
   move spaces to delta-fname
   string "catweb-delta-"  delimited by size
          run-date         delimited by size
          "-"              delimited by size
          run-time-hms     delimited by size
          ".dat"           delimited by size
     into delta-fname
   open output delta-file
   if delta-status is not equal to "00" then
      display "Error: delta file " delta-fname (1:40)
         " could not be opened - ending run"
      move 8 to return-code
      stop run
   end-if.

extract-journal.
   *> the journal is appended in time order, so everything after the
   *> mark is new; entries stamped exactly at the mark are new only
   *> past the number the last extract already sent
   move 0 to journal-present
   call "CBL_CHECK_FILE_EXIST" using journal-fname probe-buffer
   if return-code is equal to zero then
      move 1 to journal-present
   end-if
   if journal-present is equal to 0 then
      display "Notice: journal " journal-fname (1:20)
         " not found - no changes to extract"
   else
      open input journal-file
      move 'N' to feof
      perform until feof = 'Y' or write-failed = 1
         read journal-file
            at end move 'Y' to feof
            not at end
               add 1 to cnt-scanned
               perform check-entry-new
               if entry-new is equal to 1 then
                  perform write-delta-record
               else
                  add 1 to cnt-already-sent
               end-if
         end-read
      end-perform
      close journal-file
   end-if.

check-entry-new.
   move 1 to entry-new
   if hwm-present is equal to 1 then
      if jrn-date is less than old-hwm-date
         or (jrn-date is equal to old-hwm-date
            and jrn-time is less than old-hwm-time) then
         move 0 to entry-new
      end-if
      if jrn-date is equal to old-hwm-date
         and jrn-time is equal to old-hwm-time then
         add 1 to seen-at-hwm
         if seen-at-hwm is not greater than old-hwm-count then
            move 0 to entry-new
         end-if
      end-if
   end-if.

write-delta-record.
   *> one change, as it now stands on the catalog: the after image
   *> for an add or change, the key alone for a delete
   move spaces to delta-record
   move 'D'            to dl-record-type
   move jrn-action     to dl-action
   if jrn-source is equal to 'B' then
      move 'B' to dl-source
   else
      move 'T' to dl-source
   end-if
   move jrn-key        to dl-isbn13
   if jrn-after-present is equal to 1 then
      move jrn-after-title  to dl-title
      move jrn-after-author to dl-author
   end-if
   move jrn-date       to dl-jrn-date
   move jrn-time       to dl-jrn-time
   move jrn-key        to range-key-13
   move spaces         to printISBN
   if ranges-available is equal to 1 then
      perform range-lookup
      if rg-found is greater than 0 then
         perform build-hyphenated
      end-if
   end-if
   if printISBN is equal to spaces then
      add 1 to cnt-unhyphenated
   end-if
   move printISBN      to dl-isbn-hyphenated
   write delta-record
   if delta-status is not equal to "00" then
      move 1 to write-failed
   else
      evaluate jrn-action
         when 'A'
            add 1 to cnt-add
         when 'C'
            add 1 to cnt-change
         when 'D'
            add 1 to cnt-delete
      end-evaluate
      if jrn-source is equal to 'B' then
         add 1 to cnt-reversal
      end-if
      add 1 to cnt-total
      *> the mark follows the last entry sent
      if jrn-date is equal to new-hwm-date
         and jrn-time is equal to new-hwm-time then
         add 1 to new-hwm-count
      else
         move jrn-date to new-hwm-date
         move jrn-time to new-hwm-time
         move 1        to new-hwm-count
      end-if
   end-if.

write-delta-trailer.
   move spaces to delta-trailer
   move 'T'          to dt-record-type
   move cnt-add      to dt-cnt-add
   move cnt-change   to dt-cnt-change
   move cnt-delete   to dt-cnt-delete
   move cnt-total    to dt-cnt-total
   move cnt-reversal to dt-cnt-reversal
   move old-hwm-date to dt-from-date
   move old-hwm-time to dt-from-time
   move new-hwm-date to dt-to-date
   move new-hwm-time to dt-to-time
   write delta-trailer
   if delta-status is not equal to "00" then
      move 1 to write-failed
   end-if.

write-high-water-mark.
   move new-hwm-date  to hwm-date
   move new-hwm-time  to hwm-time
   move new-hwm-count to hwm-count
   move run-date      to hwm-run-date
   move run-time-hms  to hwm-run-time
   move delta-fname   to hwm-delta-fname
   *> a mark that fails to write leaves the old one standing and the
   *> next run would send these changes again - the run says so and
   *> ends nonzero
   open output hwm-file
   if hwm-status is not equal to "00" then
      display "Error: high-water mark " hwm-fname (1:20)
         " cannot be opened - status " hwm-status
      move 1 to write-failed
      move 8 to return-code
   else
      write hwm-record
      if hwm-status is not equal to "00" then
         display "Error: high-water mark " hwm-fname (1:20)
            " not written - status " hwm-status
         move 1 to write-failed
         move 8 to return-code
      end-if
      close hwm-file
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
         "hyphenated ISBNs left blank"
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
   *> prefix-group-registrant-publication-check
   compute rg-reg-pos = 4 + rg-group-len
   compute rg-pub-pos = rg-reg-pos + rg-reg-len
   compute rg-pub-len = 9 - rg-group-len - rg-reg-len
   if rg-pub-len is greater than 0 then
      move spaces to printISBN
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
   end-if.

print-extract-summary.
   display " "
   display "===== storefront catalog extract summary ====="
   display "journal entries read    : " cnt-scanned
   display "already extracted       : " cnt-already-sent
   display "adds                    : " cnt-add
   display "changes                 : " cnt-change
   display "deletes                 : " cnt-delete
   display "changes extracted       : " cnt-total
   display "reversals (all actions) : " cnt-reversal
   display "without hyphenated ISBN : " cnt-unhyphenated
   display "delta file              : " delta-fname (1:40)
   display "high-water mark         : " new-hwm-date " " new-hwm-time.
