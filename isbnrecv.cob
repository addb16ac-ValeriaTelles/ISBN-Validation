identification division.
program-id. isbnrecv.

*> goods-received reconciliation - reads the dock's goods-received
*> file and posts each delivery against the open purchase-order lines
*> isbnorder wrote to isbn-openorder.dat, oldest order first, so
*> receiving no longer checks deliveries against paper. A line whose
*> full quantity has arrived closes itself. The report calls out
*> short shipments (a line still owed units after the delivery),
*> over-shipments (units beyond everything still open for the title),
*> substitutions (an ISBN never ordered from that supplier at all),
*> and, at the end, every line still open past the set number of days

environment division.
input-output section.
file-control.
select received-file assign to dynamic received-fname
   organization is line sequential.
select recv-report-file assign to dynamic recv-report-fname
   organization is line sequential.
select open-order-file assign to dynamic openorder-fname
   organization is indexed
   access mode is dynamic
   record key is oo-key
   alternate record key is oo-sup-isbn with duplicates.

data division.
file section.
fd received-file.
*> one record per title per delivery, keyed at the dock from the
*> delivery note: the supplier, the ISBN-13 off the barcode, the
*> quantity counted in, and the date received where it is not today
01 received-record.
   05 gr-supplier pic x(6).
   05 gr-isbn     pic x(13).
   05 gr-qty      pic x(5).
   05 gr-date     pic x(8).
fd recv-report-file.
01 recv-report-record pic x(132).
fd open-order-file.
*> the purchase-order line master isbnorder writes - one record per
*> line, keyed by PO number and line, with an alternate key on
*> supplier and ISBN-13 so every line of a title ordered from one
*> supplier can be found, oldest order first
01 open-order-record.
   05 oo-key.
      10 oo-po-number pic 9(8).
      10 oo-line      pic 9(4).
   05 oo-sup-isbn.
      10 oo-supplier  pic x(6).
      10 oo-isbn13    pic 9(13).
   05 oo-qty-ordered  pic 9(5).
   05 oo-unit-price   pic 9(7)v99.
   05 oo-order-date   pic 9(8).
   05 oo-qty-received pic 9(5).
   05 oo-status       pic x(1).
   05 oo-last-recv-date pic 9(8).

working-storage section.
77 feof        pic A(1) value 'N'.
77 oo-eof      pic A(1) value 'N'.
77 received-fname pic x(30).
77 recv-report-fname pic x(30) value "isbnrecv-report.txt".
77 openorder-fname pic x(30) value "isbn-openorder.dat".
77 probe-buffer pic x(100).
77 arg-num     pic 9(2).
77 arg-count   pic 9(2) value 0.
77 run-date    pic 9(8) value 0.
77 recv-date   pic 9(8) value 0.
77 open-days-text pic x(10) value spaces.
77 open-days   pic 9(3) value 30.
77 open-age    pic s9(5) value 0.
77 open-age-print pic 9(5) value 0.
77 field-bad   pic 9 value 0.
77 field-length pic 9(3) value 0.
77 recv-disposition pic x(8).
77 recv-reason pic x(40).
77 recv-qty    pic 9(5) value 0.
77 qty-left    pic 9(5) value 0.
77 qty-owed    pic 9(5) value 0.
77 qty-posted  pic 9(5) value 0.
77 lines-found pic 9(5) value 0.
77 want-supplier pic x(6).
77 want-isbn   pic 9(13).
77 line-outcome pic x(30).
77 qty-text    pic x(5).
77 cnt-read    pic 9(7) value 0.
77 cnt-rejected pic 9(7) value 0.
77 cnt-posted  pic 9(7) value 0.
77 cnt-closed  pic 9(7) value 0.
77 cnt-short   pic 9(7) value 0.
77 cnt-over    pic 9(7) value 0.
77 cnt-subst   pic 9(7) value 0.
77 cnt-overdue pic 9(7) value 0.
77 units-posted pic 9(9) value 0.
77 units-over  pic 9(9) value 0.
77 units-subst pic 9(9) value 0.
77 digitISBN   pic 9(3).
77 checkValid  pic 99 value 1.
77 k           pic 99 value 1.
77 j           pic 99 value 1.
01 temp        pic x(1).

procedure division.
   perform get-received-fname.
   perform get-open-days.
   perform open-files.
   perform post-receipts.
   if open-days is greater than 0 then
      perform report-overdue-lines
   end-if.
   close received-file.
   close recv-report-file.
   close open-order-file.
   perform print-recv-summary.
   move 0 to return-code.
stop run.

get-received-fname.
   *> the goods-received file from a batch parameter or environment
   *> variable, defaulting to the name the dock system writes - same
   *> order of precedence as elsewhere
   move spaces to received-fname
   accept arg-count from argument-number
   if arg-count is greater than 0 then
      move 1 to arg-num
      display arg-num upon argument-number
      accept received-fname from argument-value
   end-if
   if received-fname is equal to spaces then
      accept received-fname from environment "ISBNRECV_RECEIVED_FILE"
   end-if
   if received-fname is equal to spaces then
      move "isbn-received.dat" to received-fname
   end-if
   call "CBL_CHECK_FILE_EXIST" using received-fname probe-buffer.
   if return-code not equal zero then
      display "Error: goods-received file " received-fname (1:20)
         " does not exist - ending run"
      move 8 to return-code
      stop run
   end-if.

get-open-days.
   *> an optional second batch parameter (or environment variable)
   *> sets how many days a line may stay open before it is listed as
   *> overdue; 0 switches the listing off
   move spaces to open-days-text
   accept arg-count from argument-number
   if arg-count is greater than 1 then
      move 2 to arg-num
      display arg-num upon argument-number
      accept open-days-text from argument-value
   end-if
   if open-days-text is equal to spaces then
      accept open-days-text from environment "ISBNRECV_OPEN_DAYS"
   end-if
   if open-days-text is not equal to spaces then
      perform parse-open-days
   end-if.

parse-open-days.
   *> the age must be a whole number of days, at most three digits;
   *> a mistyped value fails the run up front rather than listing an
   *> age nobody asked for
   move 0 to field-bad
   compute field-length
      = function length(function trim(open-days-text))
   if field-length is greater than 3 then
      move 1 to field-bad
   else
      perform varying j from 1 by 1 until j > field-length
         move open-days-text(j:1) to temp
         if temp is not numeric then
            move 1 to field-bad
         end-if
      end-perform
   end-if
   if field-bad is equal to 1 then
      display "Error: open days " open-days-text
         " is not a number 0-999 - ending run"
      move 8 to return-code
      stop run
   end-if
   compute open-days = function numval(open-days-text)
   if open-days is equal to 0 then
      display "Overdue open-line listing switched off"
   else
      display "Lines open over " open-days " days will be listed"
   end-if.

open-files.
   *> the open-order file must already exist - with no purchase
   *> orders on file there is nothing to receive against
   accept run-date from date yyyymmdd
   call "CBL_CHECK_FILE_EXIST" using openorder-fname probe-buffer.
   if return-code not equal zero then
      display "Error: open-order file " openorder-fname (1:20)
         " does not exist - run isbnorder first"
      move 8 to return-code
      stop run
   end-if
   open input received-file
   open output recv-report-file
   open i-o open-order-file
   move spaces to recv-report-record
   string "===== goods received postings - run " delimited by size
          run-date                               delimited by size
          " ====="                               delimited by size
     into recv-report-record
   write recv-report-record.

post-receipts.
   *> stream through the goods-received file one record at a time,
   *> posting each against the open lines as it is read
   perform until feof = 'Y'
      read received-file
         at end move 'Y' to feof
         not at end
            add 1 to cnt-read
            perform post-one-receipt
      end-read
   end-perform.

post-one-receipt.
   *> validate the dock record before touching the open-order file;
   *> a record that cannot be trusted is reported and left unposted
   move "POSTED" to recv-disposition
   move spaces to recv-reason
   perform validate-receipt
   if recv-disposition is equal to "REJECTED" then
      add 1 to cnt-rejected
      move spaces to recv-report-record
      string "REJECTED      "       delimited by size
             received-record        delimited by size
             "  "                   delimited by size
             function trim(recv-reason) delimited by size
        into recv-report-record
      write recv-report-record
   else
      perform apply-receipt
   end-if.

validate-receipt.
   *> the supplier must be present, the ISBN a check-digit-correct
   *> ISBN-13, the quantity a whole number above zero, and a date,
   *> where one is given, a real yyyymmdd no later than today
   if gr-supplier is equal to spaces then
      move "REJECTED" to recv-disposition
      move "supplier code is missing" to recv-reason
   end-if
   if recv-disposition is equal to "POSTED" then
      if gr-isbn is not numeric then
         move "REJECTED" to recv-disposition
         move "ISBN is not a 13-digit number" to recv-reason
      else
         perform check-isbn-digit
         if checkValid is equal to 0 then
            move "REJECTED" to recv-disposition
            move "ISBN fails ISBN-13 check digit" to recv-reason
         end-if
      end-if
   end-if
   if recv-disposition is equal to "POSTED" then
      move 0 to field-bad
      move function trim(gr-qty) to qty-text
      compute field-length = function length(function trim(gr-qty))
      if gr-qty is equal to spaces then
         move 1 to field-bad
      else
         perform varying j from 1 by 1 until j > field-length
            move qty-text(j:1) to temp
            if temp is not numeric then
               move 1 to field-bad
            end-if
         end-perform
      end-if
      if field-bad is equal to 0 then
         compute recv-qty = function numval(gr-qty)
         if recv-qty is equal to 0 then
            move 1 to field-bad
         end-if
      end-if
      if field-bad is equal to 1 then
         move "REJECTED" to recv-disposition
         move "quantity missing, zero or not numeric" to recv-reason
      end-if
   end-if
   if recv-disposition is equal to "POSTED" then
      if gr-date is equal to spaces then
         move run-date to recv-date
      else
         if gr-date is not numeric then
            move 1 to field-bad
         else
            compute recv-date = function numval(gr-date)
            if function test-date-yyyymmdd(recv-date)
                  is not equal to 0
               or recv-date is greater than run-date then
               move 1 to field-bad
            end-if
         end-if
         if field-bad is equal to 1 then
            move "REJECTED" to recv-disposition
            move "date received not a valid past yyyymmdd"
               to recv-reason
         end-if
      end-if
   end-if.

check-isbn-digit.
   *> ISBN-13 mod-10 checksum with alternating weights of 1 and 3
   *> across the first 12 digits - the same rule the validation run
   *> applies to supplier records
   set checkValid to 1
   set digitISBN to 0
   perform varying k from 1 by 1 until k > 12
      if function mod(k, 2) is equal to 1 then
         compute digitISBN = digitISBN + 1 * function numval(gr-isbn(k:1))
      else
         compute digitISBN = digitISBN + 3 * function numval(gr-isbn(k:1))
      end-if
   end-perform
   compute digitISBN = function mod(digitISBN, 10)
   if digitISBN is not equal to 0 then
      compute digitISBN = 10 - digitISBN
   end-if
   move gr-isbn(13:1) to temp
   if function numval(temp) is not equal to digitISBN then
      set checkValid to 0
   end-if.

apply-receipt.
   *> walk every line of this title ordered from this supplier along
   *> the alternate key - oldest purchase order first, since the PO
   *> numbers ascend - filling each open line in turn until the
   *> delivered quantity is used up. Whatever is left over once no
   *> open line wants it is an over-shipment; a title with no line
   *> at all, open or closed, was never ordered from this supplier
   move gr-supplier to want-supplier
   move gr-isbn to want-isbn
   move recv-qty to qty-left
   move 0 to lines-found
   move want-supplier to oo-supplier
   move want-isbn to oo-isbn13
   move 'N' to oo-eof
   read open-order-file key is oo-sup-isbn
      invalid key move 'Y' to oo-eof
   end-read
   perform until oo-eof = 'Y'
      if oo-supplier is not equal to want-supplier
         or oo-isbn13 is not equal to want-isbn then
         move 'Y' to oo-eof
      else
         add 1 to lines-found
         if oo-status is equal to 'O'
            and qty-left is greater than 0 then
            perform post-to-line
         end-if
         read open-order-file next
            at end move 'Y' to oo-eof
         end-read
      end-if
   end-perform
   if qty-left is greater than 0 then
      if lines-found is equal to 0 then
         perform report-substitution
      else
         perform report-over-shipment
      end-if
   end-if.

post-to-line.
   *> post as much of the delivery as this line still wants; a line
   *> that has now had everything it ordered closes, one still owed
   *> units is a short shipment against it
   compute qty-owed = oo-qty-ordered - oo-qty-received
   if qty-left is less than qty-owed then
      move qty-left to qty-posted
   else
      move qty-owed to qty-posted
   end-if
   add qty-posted to oo-qty-received
   subtract qty-posted from qty-left
   compute qty-owed = oo-qty-ordered - oo-qty-received
   move recv-date to oo-last-recv-date
   if qty-owed is equal to 0 then
      move 'C' to oo-status
      move "CLOSED" to line-outcome
      add 1 to cnt-closed
   else
      move spaces to line-outcome
      string "SHORT - still owed " delimited by size
             qty-owed              delimited by size
        into line-outcome
      add 1 to cnt-short
   end-if
   rewrite open-order-record
   add 1 to cnt-posted
   add qty-posted to units-posted
   move spaces to recv-report-record
   string "RECEIVED      "   delimited by size
          oo-supplier        delimited by size
          "  "               delimited by size
          oo-isbn13          delimited by size
          "  po "            delimited by size
          oo-po-number       delimited by size
          "/"                delimited by size
          oo-line            delimited by size
          "  posted "        delimited by size
          qty-posted         delimited by size
          "  ordered "       delimited by size
          oo-qty-ordered     delimited by size
          "  received "      delimited by size
          oo-qty-received    delimited by size
          "  "               delimited by size
          function trim(line-outcome) delimited by size
     into recv-report-record
   write recv-report-record.

report-over-shipment.
   *> the title was ordered from this supplier, but nothing still
   *> open wants these units - the excess is theirs to collect or
   *> ours to agree to keep
   add 1 to cnt-over
   add qty-left to units-over
   move spaces to recv-report-record
   string "OVER-SHIPMENT "   delimited by size
          want-supplier      delimited by size
          "  "               delimited by size
          want-isbn          delimited by size
          "  delivered "     delimited by size
          recv-qty           delimited by size
          "  excess "        delimited by size
          qty-left           delimited by size
          "  no open line left for the title" delimited by size
     into recv-report-record
   write recv-report-record.

report-substitution.
   *> no purchase-order line of any age names this title from this
   *> supplier - a substitution, or a delivery meant for someone else
   add 1 to cnt-subst
   add qty-left to units-subst
   move spaces to recv-report-record
   string "SUBSTITUTION  "   delimited by size
          want-supplier      delimited by size
          "  "               delimited by size
          want-isbn          delimited by size
          "  delivered "     delimited by size
          recv-qty           delimited by size
          "  never ordered from this supplier" delimited by size
     into recv-report-record
   write recv-report-record.

report-overdue-lines.
   *> sweep the whole open-order file in PO order for lines still
   *> open past the set age - the chase list for the buyers
   move spaces to recv-report-record
   write recv-report-record
   move spaces to recv-report-record
   string "===== lines open more than " delimited by size
          open-days                     delimited by size
          " days ====="                 delimited by size
     into recv-report-record
   write recv-report-record
   move zeros to oo-key
   start open-order-file key is not less than oo-key
      invalid key
         move 'Y' to oo-eof
      not invalid key
         move 'N' to oo-eof
   end-start
   perform until oo-eof = 'Y'
      read open-order-file next
         at end move 'Y' to oo-eof
         not at end
            if oo-status is equal to 'O' then
               perform check-one-open-line
            end-if
      end-read
   end-perform.

check-one-open-line.
   compute open-age
      = function integer-of-date(run-date)
      - function integer-of-date(oo-order-date)
   if open-age is greater than open-days then
      add 1 to cnt-overdue
      compute qty-owed = oo-qty-ordered - oo-qty-received
      move open-age to open-age-print
      move spaces to recv-report-record
      string "OPEN          "   delimited by size
             oo-supplier        delimited by size
             "  "               delimited by size
             oo-isbn13          delimited by size
             "  po "            delimited by size
             oo-po-number       delimited by size
             "/"                delimited by size
             oo-line            delimited by size
             "  ordered "       delimited by size
             oo-order-date      delimited by size
             "  days "          delimited by size
             open-age-print     delimited by size
             "  still owed "    delimited by size
             qty-owed           delimited by size
        into recv-report-record
      write recv-report-record
   end-if.

print-recv-summary.
   display " "
   display "===== goods received reconciliation summary ====="
   display "receipts read       : " cnt-read
   display "receipts rejected   : " cnt-rejected
   display "line postings       : " cnt-posted
      " (" units-posted " units)"
   display "  lines closed      : " cnt-closed
   display "  short shipments   : " cnt-short
   display "over-shipments      : " cnt-over
      " (" units-over " units)"
   display "substitutions       : " cnt-subst
      " (" units-subst " units)"
   if open-days is greater than 0 then
      display "lines open over " open-days " days: " cnt-overdue
   end-if
   display "report written      : " recv-report-fname (1:25).
