identification division.
program-id. gapmaint.

*> batch maintenance for the acquisitions decisions on the gap master
*> - applies a transaction file of decisions to isbn-gapdecision.dat,
*> the keyed file of what acquisitions has decided about each title
*> the validation run keeps being offered but the catalog does not
*> carry. A title can be approved, declined, or deferred until a
*> date, and each decision records who took it and when. The
*> validation run stops counting and escalating a declined title,
*> and a deferred one until its date comes round. An approval is
*> turned straight into an add transaction in the catmaint layout,
*> carrying the title the supplier sent, in a file ready for catmaint
*> to apply - nobody retypes it

environment division.
input-output section.
file-control.
select tran-file assign to dynamic tran-fname
   organization is line sequential.
select maint-report-file assign to dynamic maint-report-fname
   organization is line sequential.
select gap-decision-file assign to dynamic gap-decision-fname
   organization is indexed
   access mode is dynamic
   record key is gd-key.
select gap-master-file assign to dynamic gap-master-fname
   organization is indexed
   access mode is dynamic
   record key is gm-key.
select catmaint-add-file assign to dynamic catmaint-add-fname
   organization is line sequential.

data division.
file section.
fd tran-file.
01 tran-record.
   *> A approve, D decline, F defer until a date, R remove the
   *> decision and put the title back in front of acquisitions
   05 tran-action       pic x(1).
   05 tran-key          pic x(13).
   *> yyyymmdd - on a defer only
   05 tran-defer-until  pic x(8).
   05 tran-decided-by   pic x(10).
   *> yyyymmdd, blank for today
   05 tran-decided-date pic x(8).
fd maint-report-file.
01 maint-report-record pic x(132).
fd gap-decision-file.
*> one record per title acquisitions has decided on, keyed by the
*> canonical ISBN-13 the gap master uses
01 gap-decision-record.
   05 gd-key          pic 9(13).
   *> A approved, D declined, F deferred
   05 gd-decision     pic x(1).
   05 gd-defer-until  pic 9(8).
   05 gd-decided-by   pic x(10).
   05 gd-decided-date pic 9(8).
   05 gd-loaded-date  pic 9(8).
   *> the catmaint add file an approval was written to
   05 gd-add-fname    pic x(30).
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
fd catmaint-add-file.
*> the catmaint transaction layout
01 cma-record.
   05 cma-action     pic x(1).
   05 cma-key        pic x(13).
   05 cma-title      pic x(40).
   05 cma-author     pic x(30).
   05 cma-publisher  pic x(30).
   05 cma-format     pic x(10).
   05 cma-pub-date   pic x(8).
   05 cma-list-price pic x(10).
   05 cma-status     pic x(1).

working-storage section.
77 feof        pic A(1) value 'N'.
77 tran-fname  pic x(30).
77 maint-report-fname pic x(30) value "gapmaint-report.txt".
77 gap-decision-fname pic x(30) value "isbn-gapdecision.dat".
77 gap-master-fname pic x(30) value "isbn-gapmaster.dat".
77 catmaint-add-fname pic x(30).
77 gapmaster-available pic 9 value 0.
77 adds-open   pic 9 value 0.
77 probe-buffer pic x(100).
77 fname-interactive pic 9 value 0.
77 arg-num     pic 9(2).
77 run-date    pic 9(8) value 0.
77 run-time-hms pic 9(6) value 0.
77 time-raw    pic 9(8) value 0.
77 tran-count  pic 9(7) value 0.
77 cnt-applied pic 9(7) value 0.
77 cnt-rejected pic 9(7) value 0.
77 cnt-adds-written pic 9(7) value 0.
77 tran-disposition pic x(8).
77 tran-reason pic x(50).
77 field-bad   pic 9 value 0.
77 tran-date-num pic 9(8) value 0.
77 defer-until-num pic 9(8) value 0.
77 decided-date-num pic 9(8) value 0.
77 digitISBN   pic 9(3).
77 checkValid  pic 99 value 1.
77 k           pic 99 value 1.
01 temp        pic x(1).

procedure division.
   perform get-tran-fname.
   perform open-files.
   perform apply-transactions.
   close tran-file.
   close maint-report-file.
   close gap-decision-file.
   if gapmaster-available is equal to 1 then
      close gap-master-file
   end-if.
   if adds-open is equal to 1 then
      close catmaint-add-file
   end-if.
   perform print-maint-summary.
   move 0 to return-code.
stop run.

get-tran-fname.
   *> get the name of the transaction file from a batch parameter or
   *> an environment variable, falling back to the interactive prompt
   *> only when neither is supplied - same order of precedence the
   *> other maintenance runs use for their transaction files
   move spaces to tran-fname
   move 0 to fname-interactive
   move 1 to arg-num
   display arg-num upon argument-number
   accept tran-fname from argument-value
   if tran-fname is equal to spaces then
      accept tran-fname from environment "GAPMAINT_TRAN_FILE"
   end-if
   if tran-fname is equal to spaces then
      display "Transaction filename? "
      accept tran-fname
      move 1 to fname-interactive
   end-if
   perform check-tran-file-exists.

check-tran-file-exists.
   *> re-prompt only when the name came from the interactive ACCEPT -
   *> a missing batch name would re-derive the same value forever with
   *> no operator present, so that case fails the run cleanly
   call "CBL_CHECK_FILE_EXIST" using tran-fname probe-buffer.
   if return-code not equal zero then
      display "Error: File " tran-fname (1:20) " does not exist"
      if fname-interactive is equal to 1 then
         perform get-tran-fname
      else
         display "Error: no transaction file to apply - ending run"
         stop run
      end-if
   end-if.

open-files.
   accept run-date from date yyyymmdd
   accept time-raw from time
   compute run-time-hms = function integer(time-raw / 100)
   open input tran-file.
   open output maint-report-file.
   *> open the master for update, creating it empty first if this is
   *> the very first load - the same create-then-reopen pattern the
   *> other maintenance runs use
   call "CBL_CHECK_FILE_EXIST" using gap-decision-fname probe-buffer
   if return-code not equal zero then
      display "Notice: decision file " gap-decision-fname (1:20)
         " not found - creating it empty"
      open output gap-decision-file
      close gap-decision-file
   end-if
   open i-o gap-decision-file.
   *> the gap master holds the title the supplier sent, which an
   *> approval needs for its catmaint add; without it approvals are
   *> refused, the other decisions still load
   call "CBL_CHECK_FILE_EXIST" using gap-master-fname probe-buffer
   if return-code is equal to zero then
      open input gap-master-file
      move 1 to gapmaster-available
   else
      display "Notice: gap master " gap-master-fname (1:20)
         " not found - approvals cannot be turned into adds"
   end-if.
   *> gapadds-yyyymmdd-hhmmss.txt - a name per run, since catmaint
   *> backs a batch out by its transaction file name
   move spaces to catmaint-add-fname
   string "gapadds-"        delimited by size
          run-date          delimited by size
          "-"               delimited by size
          run-time-hms      delimited by size
          ".txt"            delimited by size
     into catmaint-add-fname.

apply-transactions.
   *> stream through the transaction file one record at a time,
   *> applying each against the decision file as it is read
   perform until feof = 'Y'
      read tran-file
         at end move 'Y' to feof
         not at end
            add 1 to tran-count
            perform apply-one-transaction
            perform write-maint-report-line
      end-read
   end-perform.

apply-one-transaction.
   *> validate the transaction before touching the decision file,
   *> then dispatch on the action code; every outcome - applied or
   *> refused - lands on the report with its reason
   move "APPLIED" to tran-disposition
   move spaces to tran-reason
   move 0 to defer-until-num
   move 0 to decided-date-num
   perform validate-transaction
   if tran-disposition is equal to "APPLIED" then
      evaluate tran-action
         when 'A'
            perform apply-approve
         when 'D'
            perform apply-decision
         when 'F'
            perform apply-decision
         when 'R'
            perform apply-remove
      end-evaluate
   end-if
   if tran-disposition is equal to "APPLIED" then
      add 1 to cnt-applied
   else
      add 1 to cnt-rejected
   end-if.

validate-transaction.
   *> the action must be A, D, F or R and the key a structurally
   *> valid ISBN-13; a decision must say who took it and, where it
   *> gives a date, a real one no later than today; a defer must run
   *> to a date still to come
   if tran-action is not equal to 'A'
      and tran-action is not equal to 'D'
      and tran-action is not equal to 'F'
      and tran-action is not equal to 'R' then
      move "REJECTED" to tran-disposition
      move "action code not A, D, F or R" to tran-reason
   end-if
   if tran-disposition is equal to "APPLIED" then
      if tran-key is not numeric then
         move "REJECTED" to tran-disposition
         move "key is not a 13-digit number" to tran-reason
      end-if
   end-if
   if tran-disposition is equal to "APPLIED" then
      perform check-tran-key-digit
      if checkValid is equal to 0 then
         move "REJECTED" to tran-disposition
         move "key fails ISBN-13 check digit" to tran-reason
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-action is not equal to 'R' then
      if tran-decided-by is equal to spaces then
         move "REJECTED" to tran-disposition
         move "decided-by is missing" to tran-reason
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-action is not equal to 'R' then
      if tran-decided-date is equal to spaces then
         move run-date to decided-date-num
      else
         move 0 to field-bad
         if tran-decided-date is not numeric then
            move 1 to field-bad
         else
            compute tran-date-num = function numval(tran-decided-date)
            if function test-date-yyyymmdd(tran-date-num)
                  is not equal to 0
               or tran-date-num is greater than run-date then
               move 1 to field-bad
            end-if
         end-if
         if field-bad is equal to 1 then
            move "REJECTED" to tran-disposition
            move "decision date not a valid yyyymmdd up to today"
               to tran-reason
         else
            move tran-date-num to decided-date-num
         end-if
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-action is equal to 'F' then
      move 0 to field-bad
      if tran-defer-until is not numeric then
         move 1 to field-bad
      else
         compute tran-date-num = function numval(tran-defer-until)
         if function test-date-yyyymmdd(tran-date-num)
               is not equal to 0
            or tran-date-num is not greater than run-date then
            move 1 to field-bad
         end-if
      end-if
      if field-bad is equal to 1 then
         move "REJECTED" to tran-disposition
         move "defer date not a valid yyyymmdd after today"
            to tran-reason
      else
         move tran-date-num to defer-until-num
      end-if
   end-if.

check-tran-key-digit.
   *> ISBN-13 mod-10 checksum with alternating weights of 1 and 3
   *> across the first 12 digits - the same rule the validation run
   *> applies to supplier records
   set checkValid to 1
   set digitISBN to 0
   perform varying k from 1 by 1 until k > 12
      if function mod(k, 2) is equal to 1 then
         compute digitISBN = digitISBN + 1 * function numval(tran-key(k:1))
      else
         compute digitISBN = digitISBN + 3 * function numval(tran-key(k:1))
      end-if
   end-perform
   compute digitISBN = function mod(digitISBN, 10)
   if digitISBN is not equal to 0 then
      compute digitISBN = 10 - digitISBN
   end-if
   move tran-key(13:1) to temp
   if function numval(temp) is not equal to digitISBN then
      set checkValid to 0
   end-if.

apply-approve.
   *> an approval needs the supplier's title off the gap master for
   *> its catmaint add, and is taken once only - a second approval
   *> would hand catmaint the same add twice
   if gapmaster-available is equal to 0 then
      move "REJECTED" to tran-disposition
      move "gap master not available for the title" to tran-reason
   end-if
   if tran-disposition is equal to "APPLIED" then
      move tran-key to gm-key
      read gap-master-file key is gm-key
         invalid key
            move "REJECTED" to tran-disposition
            move "title not on the gap master" to tran-reason
         not invalid key
            if gm-title is equal to spaces then
               move "REJECTED" to tran-disposition
               move "gap master holds no supplier title"
                  to tran-reason
            end-if
      end-read
   end-if
   if tran-disposition is equal to "APPLIED" then
      move tran-key to gd-key
      read gap-decision-file key is gd-key
         invalid key
            continue
         not invalid key
            if gd-decision is equal to 'A' then
               move "REJECTED" to tran-disposition
               move "title already approved" to tran-reason
            end-if
      end-read
   end-if
   if tran-disposition is equal to "APPLIED" then
      perform write-catmaint-add
      perform apply-decision
   end-if.

write-catmaint-add.
   *> the add is in print, titled as the supplier sent it; the
   *> author and the rest are for the catalogers to complete with a
   *> change transaction once the book is in hand
   if adds-open is equal to 0 then
      open output catmaint-add-file
      move 1 to adds-open
   end-if
   move spaces   to cma-record
   move 'A'      to cma-action
   move tran-key to cma-key
   move gm-title to cma-title
   move 'I'      to cma-status
   write cma-record
   add 1 to cnt-adds-written.

apply-decision.
   *> a decision replaces whatever was decided before - a deferred
   *> title can later be approved or declined outright
   move tran-key to gd-key
   read gap-decision-file key is gd-key
      invalid key
         perform fill-decision-record
         write gap-decision-record
      not invalid key
         perform fill-decision-record
         rewrite gap-decision-record
   end-read.

fill-decision-record.
   move tran-key         to gd-key
   move tran-action      to gd-decision
   move defer-until-num  to gd-defer-until
   move tran-decided-by  to gd-decided-by
   move decided-date-num to gd-decided-date
   move run-date         to gd-loaded-date
   move spaces           to gd-add-fname
   if tran-action is equal to 'A' then
      move catmaint-add-fname to gd-add-fname
   end-if.

apply-remove.
   *> removing a decision puts the title back on the escalation
   *> report the next time it qualifies
   move tran-key to gd-key
   read gap-decision-file key is gd-key
      invalid key
         move "REJECTED" to tran-disposition
         move "remove of a decision not on file" to tran-reason
      not invalid key
         delete gap-decision-file
   end-read.

write-maint-report-line.
   *> one formatted line per transaction: the action, the key, the
   *> disposition, and the reason it was refused or, for an
   *> approval, the catmaint file its add went to
   move spaces to maint-report-record
   if tran-disposition is equal to "APPLIED"
      and tran-action is equal to 'A' then
      string tran-action               delimited by size
             "  "                      delimited by size
             tran-key                  delimited by size
             "  "                      delimited by size
             tran-disposition          delimited by size
             "  add written to "       delimited by size
             function trim(catmaint-add-fname) delimited by size
        into maint-report-record
   else
      string tran-action               delimited by size
             "  "                      delimited by size
             tran-key                  delimited by size
             "  "                      delimited by size
             tran-disposition          delimited by size
             "  "                      delimited by size
             function trim(tran-reason) delimited by size
        into maint-report-record
   end-if
   write maint-report-record.

print-maint-summary.
   *> a quick eyeball of the maintenance run - how many transactions
   *> were read, applied and refused, and where the adds went
   display " "
   display "===== gap decision maintenance summary ====="
   display "transactions read   : " tran-count
   display "applied             : " cnt-applied
   display "rejected            : " cnt-rejected
   display "catmaint adds       : " cnt-adds-written
   if adds-open is equal to 1 then
      display "adds written to     : " catmaint-add-fname (1:30)
   end-if.
