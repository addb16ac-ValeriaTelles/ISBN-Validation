identification division.
program-id. isbnretn.

*> supplier rejection return pack - reads the validation run's reject
*> file and writes one return document per supplier, so the
*> correction team no longer works through isbn-reject.txt line by
*> line emailing each supplier by hand. Each document opens with the
*> supplier's name and contact from the supplier master and a count
*> of its rejects by reason, then lists every rejected line with the
*> reason spelled out in plain language - a bad check digit names
*> the digit that should have been there. Rejects that carry no
*> usable supplier code go to a separate unattributed list for the
*> correction team to chase, so no supplier can say it was not told

environment division.
input-output section.
file-control.
select reject-in-file assign to dynamic reject-fname
   organization is line sequential.
select returns-file assign to dynamic returns-fname
   organization is line sequential.
select unattrib-file assign to dynamic unattrib-fname
   organization is line sequential.
select supplier-master-file assign to dynamic suppliers-fname
   organization is indexed
   access mode is dynamic
   record key is sup-code.
select count-work-file assign to dynamic count-work-fname
   organization is indexed
   access mode is dynamic
   record key is cw-supplier.
select sort-ret-file assign to dynamic sortwk-fname.

data division.
file section.
fd reject-in-file.
01 reject-in-record pic x(250).
fd returns-file.
01 returns-record pic x(132).
fd unattrib-file.
01 unattrib-record pic x(132).
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
fd count-work-file.
*> the per-supplier reject counts by reason, built up as the reject
*> file streams through so each document's header can show them
*> before its lines are listed - one slot per entry of the reason
*> table below
01 count-work-record.
   05 cw-supplier pic x(6).
   05 cw-total    pic 9(7).
   05 cw-count    pic 9(7) occurs 12 times.
sd sort-ret-file.
01 sort-ret-rec.
   05 sr-supplier pic x(6).
   05 sr-seq      pic 9(7).
   05 sr-explain  pic x(70).
   05 sr-position pic x(60).
   05 sr-original pic x(180).

working-storage section.
77 feof        pic A(1) value 'N'.
77 reject-fname pic x(30).
77 returns-fname pic x(30) value "isbn-returns.txt".
77 unattrib-fname pic x(30) value "isbn-returns-unattrib.txt".
77 suppliers-fname pic x(30) value "isbn-suppliers.dat".
77 count-work-fname pic x(30) value "isbnretn-work.dat".
77 sortwk-fname pic x(30) value "isbnretn-sort.tmp".
77 probe-buffer pic x(100).
77 arg-num     pic 9(2).
77 arg-count   pic 9(2) value 0.
77 run-date    pic 9(8) value 0.
77 suppliers-available pic 9 value 0.
77 line-seq    pic 9(7) value 0.
77 cnt-read    pic 9(7) value 0.
77 cnt-returned pic 9(7) value 0.
77 cnt-unattrib pic 9(7) value 0.
77 cnt-suppliers pic 9(5) value 0.
77 trimmed-line pic x(250).
77 original-text pic x(250).
77 reason-text pic x(60).
77 position-text pic x(60).
77 reason-code pic x(12).
77 trailer-pos pic 9(3) value 0.
77 reason-pos  pic 9(3) value 0.
77 reason-len  pic 9(3) value 0.
77 scan-pos    pic 9(3) value 0.
77 scan-start  pic 9(3) value 0.
77 delim-count pic 9(3) value 0.
77 raw-supplier pic x(20).
77 raw-isbn    pic x(20).
77 supplier-code pic x(6).
77 isbn-text   pic x(20).
77 isbn-length pic 9(3) value 0.
77 unattrib-why pic x(40).
77 rs-ix       pic 9(2) value 0.
77 rs-found    pic 9(2) value 0.
77 ret-eof     pic A(1) value 'N'.
77 group-open  pic 9 value 0.
77 group-supplier pic x(6).
77 group-lines pic 9(7) value 0.
77 count-edit  pic z(6)9.
77 digitISBN   pic 9(3).
77 k           pic 99 value 1.
01 temp        pic x(1).
01 expected-digit-text pic x(2).
01 digit-edit  pic Z9.
01 reason-table-values.
   *> every reason code the validation run writes to its reject
   *> file, with the plain-language wording the suppliers see; the
   *> last entry catches any code this table does not know yet
   05 filler pic x(12) value "wrong-length".
   05 filler pic x(58)
      value "ISBN is not 10 or 13 characters long".
   05 filler pic x(12) value "bad-format".
   05 filler pic x(58)
      value "ISBN contains a character that is not a digit".
   05 filler pic x(12) value "bad-checksum".
   05 filler pic x(58)
      value "ISBN check digit is wrong".
   05 filler pic x(12) value "bad-prefix".
   05 filler pic x(58)
      value "ISBN-13 does not begin 978 or 979".
   05 filler pic x(12) value "bad-group".
   05 filler pic x(58)
      value "ISBN group or publisher is not registered with the agency".
   05 filler pic x(12) value "no-supplier".
   05 filler pic x(58)
      value "supplier code missing or longer than six characters".
   05 filler pic x(12) value "bad-supplier".
   05 filler pic x(58)
      value "supplier code is not on our supplier master".
   05 filler pic x(12) value "supp-closed".
   05 filler pic x(58)
      value "supplier account is closed - records not accepted".
   05 filler pic x(12) value "bad-price".
   05 filler pic x(58)
      value "unit price too long or not a number".
   05 filler pic x(12) value "bad-quantity".
   05 filler pic x(58)
      value "quantity missing, too long or not a number".
   05 filler pic x(12) value "price-review".
   05 filler pic x(58)
      value "unit price far from the last price paid - held for review".
   05 filler pic x(12) value "other".
   05 filler pic x(58)
      value "rejected for another reason - see reason code".
01 reason-table redefines reason-table-values.
   05 reason-entry occurs 12 times.
      10 rs-code  pic x(12).
      10 rs-label pic x(58).

procedure division.
   perform get-reject-fname.
   perform open-files.
   sort sort-ret-file
      on ascending key sr-supplier
                       sr-seq
      input procedure is read-reject-lines
      output procedure is write-return-documents.
   close unattrib-file.
   close returns-file.
   close count-work-file.
   if suppliers-available is equal to 1 then
      close supplier-master-file
   end-if.
   perform print-return-summary.
   move 0 to return-code.
stop run.

get-reject-fname.
   *> the reject file to return from a batch parameter or environment
   *> variable, defaulting to the name the validation run writes - a
   *> recycle run's new-generation reject file can be named instead
   move spaces to reject-fname
   accept arg-count from argument-number
   if arg-count is greater than 0 then
      move 1 to arg-num
      display arg-num upon argument-number
      accept reject-fname from argument-value
   end-if
   if reject-fname is equal to spaces then
      accept reject-fname from environment "ISBNRETN_REJECT_FILE"
   end-if
   if reject-fname is equal to spaces then
      move "isbn-reject.txt" to reject-fname
   end-if
   call "CBL_CHECK_FILE_EXIST" using reject-fname probe-buffer.
   if return-code not equal zero then
      display "Error: reject file " reject-fname (1:20)
         " does not exist - ending run"
      move 8 to return-code
      stop run
   end-if.

open-files.
   accept run-date from date yyyymmdd
   open output returns-file
   open output unattrib-file
   move spaces to unattrib-record
   string "===== rejected records with no usable supplier code - run "
                   delimited by size
          run-date delimited by size
          " ====="  delimited by size
     into unattrib-record
   write unattrib-record
   *> the count work file starts empty every run - the same
   *> create-then-reopen pattern the validation run uses for its
   *> per-run work files
   open output count-work-file
   close count-work-file
   open i-o count-work-file
   *> the supplier master is optional the way it is in the
   *> validation run - without it the documents carry no name or
   *> contact, and any code the reject line carries is taken as is
   move 0 to suppliers-available
   call "CBL_CHECK_FILE_EXIST" using suppliers-fname probe-buffer
   if return-code is equal to zero then
      open input supplier-master-file
      move 1 to suppliers-available
   else
      display "Notice: supplier master " suppliers-fname (1:20)
         " not found - documents carry no name or contact"
   end-if.

read-reject-lines.
   *> stream the reject file through once, splitting each line into
   *> the original record, its reason and its position, then either
   *> releasing it to the sort for its supplier's document or writing
   *> it straight to the unattributed list
   open input reject-in-file
   move 'N' to feof
   perform until feof = 'Y'
      read reject-in-file
         at end move 'Y' to feof
         not at end
            if reject-in-record is not equal to spaces then
               add 1 to cnt-read
               perform take-one-reject
            end-if
      end-read
   end-perform
   close reject-in-file.

take-one-reject.
   move function trim(reject-in-record) to trimmed-line
   perform split-reject-line
   perform find-reason-entry
   perform find-supplier-code
   perform build-explanation
   if unattrib-why is equal to spaces then
      perform release-for-supplier
   else
      perform write-unattributed-line
   end-if.

split-reject-line.
   *> a reject line reads "original | reason | record n" - the same
   *> trailer a recycle pass strips. The scans run right to left so a
   *> "|" inside the original supplier title cannot be mistaken for
   *> the trailer; a line without the trailer is kept whole and
   *> reported with its reason unknown
   move trimmed-line to original-text
   move spaces to reason-text
   move spaces to position-text
   move 0 to trailer-pos
   perform varying scan-pos from 241 by -1 until scan-pos < 1
      if trimmed-line(scan-pos:10) is equal to " | record "
         and trailer-pos is equal to 0 then
         move scan-pos to trailer-pos
      end-if
   end-perform
   if trailer-pos is greater than 3 then
      move 0 to reason-pos
      compute scan-start = trailer-pos - 1
      perform varying scan-pos from scan-start by -1
         until scan-pos < 1
         if trimmed-line(scan-pos:3) is equal to " | "
            and reason-pos is equal to 0 then
            move scan-pos to reason-pos
         end-if
      end-perform
      if reason-pos is greater than 1 then
         move spaces to original-text
         move trimmed-line(1:reason-pos - 1) to original-text
         compute reason-len = trailer-pos - reason-pos - 3
         if reason-len is greater than 0 then
            move trimmed-line(reason-pos + 3:reason-len)
               to reason-text
         end-if
         move trimmed-line(trailer-pos + 3:) to position-text
      end-if
   end-if
   move spaces to reason-code
   unstring reason-text delimited by space
      into reason-code
   end-unstring.

find-reason-entry.
   *> index of the reason in the table, the catch-all last entry for
   *> a code the table does not know
   move 12 to rs-found
   perform varying rs-ix from 1 by 1 until rs-ix > 11
      if rs-code(rs-ix) is equal to reason-code then
         move rs-ix to rs-found
      end-if
   end-perform.

find-supplier-code.
   *> the supplier code is the first field of a delimited record; a
   *> bare-ISBN legacy line carries none. A code that is blank, too
   *> long, or not on the supplier master names nobody we can write
   *> to, so the line goes on the unattributed list instead
   move spaces to unattrib-why
   move spaces to supplier-code
   move spaces to isbn-text
   move 0 to delim-count
   inspect original-text tallying delim-count for all ";"
   if delim-count is greater than 0 then
      move spaces to raw-supplier
      move spaces to raw-isbn
      unstring original-text delimited by ";"
         into raw-supplier
              raw-isbn
      end-unstring
      move function trim(raw-isbn) to isbn-text
      if raw-supplier is equal to spaces then
         move "supplier code is blank" to unattrib-why
      else
         if function length(function trim(raw-supplier))
               is greater than 6 then
            move "supplier code is longer than six characters"
               to unattrib-why
         else
            move function trim(raw-supplier) to supplier-code
         end-if
      end-if
   else
      move function trim(original-text) to isbn-text
      move "bare ISBN record carries no supplier code"
         to unattrib-why
   end-if
   if unattrib-why is equal to spaces
      and suppliers-available is equal to 1 then
      move supplier-code to sup-code
      read supplier-master-file key is sup-code
         invalid key
            move "supplier code is not on the supplier master"
               to unattrib-why
      end-read
   end-if.

build-explanation.
   *> the reason in plain language; a bad check digit also names the
   *> digit that should have been there and the one that was sent
   move spaces to sr-explain
   if rs-found is equal to 3 then
      perform compute-expected-digit
      string function trim(rs-label(rs-found)) delimited by size
             " - should be "                     delimited by size
             expected-digit-text                 delimited by space
             ", record has "                     delimited by size
             temp                                delimited by size
        into sr-explain
   else
      if rs-found is equal to 12 then
         string function trim(rs-label(rs-found)) delimited by size
                " "                                 delimited by size
                function trim(reason-code)          delimited by size
           into sr-explain
      else
         move rs-label(rs-found) to sr-explain
      end-if
   end-if.

compute-expected-digit.
   *> the same check-digit arithmetic the validation run applies -
   *> mod 11 with weights 10 down to 2 for an ISBN-10, mod 10 with
   *> alternating weights of 1 and 3 for an ISBN-13
   move "?" to expected-digit-text
   move space to temp
   compute isbn-length = function length(function trim(isbn-text))
   set digitISBN to 0
   evaluate isbn-length
      when 10
         perform varying k from 1 by 1 until k > 9
            compute digitISBN = digitISBN + (11 - k) * function numval(isbn-text(k:1))
         end-perform
         compute digitISBN = function mod(digitISBN, 11)
         if digitISBN is not equal to 0 then
            compute digitISBN = 11 - digitISBN
         end-if
         move isbn-text(10:1) to temp
      when 13
         perform varying k from 1 by 1 until k > 12
            if function mod(k, 2) is equal to 1 then
               compute digitISBN = digitISBN + 1 * function numval(isbn-text(k:1))
            else
               compute digitISBN = digitISBN + 3 * function numval(isbn-text(k:1))
            end-if
         end-perform
         compute digitISBN = function mod(digitISBN, 10)
         if digitISBN is not equal to 0 then
            compute digitISBN = 10 - digitISBN
         end-if
         move isbn-text(13:1) to temp
   end-evaluate
   if isbn-length is equal to 10 or isbn-length is equal to 13 then
      if digitISBN is equal to 10 then
         move "X" to expected-digit-text
      else
         move digitISBN to digit-edit
         move function trim(digit-edit) to expected-digit-text
      end-if
   end-if.

release-for-supplier.
   *> count the reject under its supplier and reason for the
   *> document header, then hand the line to the sort
   move supplier-code to cw-supplier
   read count-work-file key is cw-supplier
      invalid key
         move supplier-code to cw-supplier
         move 0 to cw-total
         perform varying rs-ix from 1 by 1 until rs-ix > 12
            move 0 to cw-count(rs-ix)
         end-perform
         add 1 to cw-total
         add 1 to cw-count(rs-found)
         write count-work-record
      not invalid key
         add 1 to cw-total
         add 1 to cw-count(rs-found)
         rewrite count-work-record
   end-read
   add 1 to line-seq
   move supplier-code to sr-supplier
   move line-seq      to sr-seq
   move position-text to sr-position
   move original-text to sr-original
   release sort-ret-rec
   add 1 to cnt-returned.

write-unattributed-line.
   *> the line, its reason, and why no supplier could be named -
   *> the correction team's list to chase
   add 1 to cnt-unattrib
   move spaces to unattrib-record
   string function trim(position-text) delimited by size
          "  "                           delimited by size
          function trim(original-text)   delimited by size
     into unattrib-record
   write unattrib-record
   move spaces to unattrib-record
   string "      reason: "               delimited by size
          function trim(sr-explain)      delimited by size
     into unattrib-record
   write unattrib-record
   move spaces to unattrib-record
   string "      not returned: "         delimited by size
          function trim(unattrib-why)    delimited by size
     into unattrib-record
   write unattrib-record.

write-return-documents.
   *> the sort hands the lines back grouped by supplier in their
   *> original order; a control break on the supplier code closes
   *> one document and opens the next
   move 'N' to ret-eof
   move 0 to group-open
   perform until ret-eof = 'Y'
      return sort-ret-file
         at end
            move 'Y' to ret-eof
            if group-open is equal to 1 then
               perform close-return-document
            end-if
         not at end
            if group-open is equal to 0
               or sr-supplier is not equal to group-supplier then
               if group-open is equal to 1 then
                  perform close-return-document
               end-if
               perform open-return-document
            end-if
            perform write-return-line
      end-return
   end-perform.

open-return-document.
   *> the document header: who it is for, how to reach them, and the
   *> count of their rejects by reason
   move sr-supplier to group-supplier
   move 1 to group-open
   move 0 to group-lines
   add 1 to cnt-suppliers
   move spaces to sup-name
   move spaces to sup-contact
   if suppliers-available is equal to 1 then
      move group-supplier to sup-code
      read supplier-master-file key is sup-code
         invalid key continue
      end-read
   end-if
   move spaces to returns-record
   string "===== rejected records returned - supplier " delimited by size
          group-supplier         delimited by size
          " - run "              delimited by size
          run-date               delimited by size
          " ====="               delimited by size
     into returns-record
   write returns-record
   move spaces to returns-record
   string "supplier : "          delimited by size
          sup-name               delimited by size
     into returns-record
   write returns-record
   move spaces to returns-record
   string "contact  : "          delimited by size
          sup-contact            delimited by size
     into returns-record
   write returns-record
   move group-supplier to cw-supplier
   read count-work-file key is cw-supplier
      invalid key move 0 to cw-total
   end-read
   move cw-total to count-edit
   move spaces to returns-record
   string "rejected : "          delimited by size
          function trim(count-edit) delimited by size
          " records, by reason:" delimited by size
     into returns-record
   write returns-record
   perform varying rs-ix from 1 by 1 until rs-ix > 12
      if cw-count(rs-ix) is greater than 0 then
         move cw-count(rs-ix) to count-edit
         move spaces to returns-record
         string "   "             delimited by size
                count-edit        delimited by size
                "  "              delimited by size
                rs-label(rs-ix)   delimited by size
           into returns-record
         write returns-record
      end-if
   end-perform
   move spaces to returns-record
   string "----- rejected records - please correct and resend -----"
      delimited by size into returns-record
   write returns-record.

write-return-line.
   add 1 to group-lines
   move spaces to returns-record
   string function trim(sr-position) delimited by size
          "  "                         delimited by size
          function trim(sr-original)   delimited by size
     into returns-record
   write returns-record
   move spaces to returns-record
   string "      reason: "             delimited by size
          function trim(sr-explain)    delimited by size
     into returns-record
   write returns-record.

close-return-document.
   move group-lines to count-edit
   move spaces to returns-record
   string "----- end of returns for supplier " delimited by size
          group-supplier                       delimited by size
          " - "                                delimited by size
          function trim(count-edit)            delimited by size
          " records -----"                     delimited by size
     into returns-record
   write returns-record
   move spaces to returns-record
   write returns-record.

print-return-summary.
   display " "
   display "===== supplier return pack summary ====="
   display "reject lines read     : " cnt-read
   display "returned to suppliers : " cnt-returned
      " (" cnt-suppliers " documents)"
   display "unattributed          : " cnt-unattrib
   display "return documents      : " returns-fname (1:25)
   display "unattributed list     : " unattrib-fname (1:25).
