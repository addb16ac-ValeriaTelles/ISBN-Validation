identification division.
program-id. budmaint.

*> batch maintenance for the buying budget master - applies a
*> transaction file to isbn-budget.dat, the keyed file of allocated
*> and committed amounts per supplier and budget period that the
*> purchase-order run commits its orders against. An add loads a
*> new allocation, a change replaces one, an adjustment moves one up
*> or down by a signed amount and a delete removes a budget line
*> nothing has been committed against. The committed amount is the
*> purchase-order run's to keep - no transaction sets it

environment division.
input-output section.
file-control.
select tran-file assign to dynamic tran-fname
   organization is line sequential.
select maint-report-file assign to dynamic maint-report-fname
   organization is line sequential.
select budget-file assign to dynamic budget-fname
   organization is indexed
   access mode is dynamic
   record key is bud-key.
select supplier-master-file assign to dynamic suppliers-fname
   organization is indexed
   access mode is dynamic
   record key is sup-code.

data division.
file section.
fd tran-file.
01 tran-record.
   05 tran-action   pic x(1).
   05 tran-supplier pic x(6).
   *> the budget period as yyyyQn - 2026Q4 for October to December
   05 tran-period   pic x(6).
   *> digits with at most one decimal point; an adjustment may lead
   *> with + or -
   05 tran-amount   pic x(13).
fd maint-report-file.
01 maint-report-record pic x(132).
fd budget-file.
*> one record per supplier per budget period - the money allocated
*> to the supplier for the period, and how much of it purchase
*> orders have committed so far
01 budget-record.
   05 bud-key.
      10 bud-supplier pic x(6).
      10 bud-period   pic x(6).
   05 bud-allocated pic 9(9)v99.
   05 bud-committed pic 9(9)v99.
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

working-storage section.
77 feof        pic A(1) value 'N'.
77 tran-fname  pic x(30).
77 maint-report-fname pic x(30) value "budmaint-report.txt".
77 budget-fname pic x(30) value "isbn-budget.dat".
77 suppliers-fname pic x(30) value "isbn-suppliers.dat".
77 suppliers-available pic 9 value 0.
77 probe-buffer pic x(100).
77 fname-interactive pic 9 value 0.
77 arg-num     pic 9(2).
77 tran-count  pic 9(7) value 0.
77 cnt-applied pic 9(7) value 0.
77 cnt-rejected pic 9(7) value 0.
77 tran-disposition pic x(8).
77 tran-reason pic x(50).
77 field-bad   pic 9 value 0.
77 field-length pic 9(3) value 0.
77 decimal-points pic 9(3) value 0.
77 digits-seen pic 9(3) value 0.
77 int-digits  pic 9(3) value 0.
77 amount-text pic x(13).
77 amount-sign pic x(1).
77 amount-rest pic x(13).
77 tran-amount-num pic s9(9)v99 value 0.
77 new-allocated pic s9(10)v99 value 0.
77 amount-edit pic z(8)9.99.
77 j           pic 99 value 1.
01 temp        pic x(1).

procedure division.
   perform get-tran-fname.
   perform open-files.
   perform apply-transactions.
   close tran-file.
   close maint-report-file.
   close budget-file.
   if suppliers-available is equal to 1 then
      close supplier-master-file
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
      accept tran-fname from environment "BUDMAINT_TRAN_FILE"
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
   open input tran-file.
   open output maint-report-file.
   *> open the master for update, creating it empty first if this is
   *> the very first load - the same create-then-reopen pattern the
   *> other maintenance runs use
   call "CBL_CHECK_FILE_EXIST" using budget-fname probe-buffer
   if return-code not equal zero then
      display "Notice: budget master " budget-fname (1:20)
         " not found - creating it empty"
      open output budget-file
      close budget-file
   end-if
   open i-o budget-file.
   *> the supplier master, where there is one, vouches for the code
   *> on an add - a budget for a code no feed carries is a keying
   *> error that would otherwise sit unnoticed
   call "CBL_CHECK_FILE_EXIST" using suppliers-fname probe-buffer
   if return-code is equal to zero then
      open input supplier-master-file
      move 1 to suppliers-available
   end-if.

apply-transactions.
   *> stream through the transaction file one record at a time,
   *> applying each against the master as it is read
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
   *> validate the transaction before touching the master, then
   *> dispatch on the action code; every outcome - applied or
   *> refused - lands on the report with its reason
   move "APPLIED" to tran-disposition
   move spaces to tran-reason
   move 0 to tran-amount-num
   perform validate-transaction
   if tran-disposition is equal to "APPLIED" then
      evaluate tran-action
         when 'A'
            perform apply-add
         when 'C'
            perform apply-change
         when 'J'
            perform apply-adjust
         when 'D'
            perform apply-delete
      end-evaluate
   end-if
   if tran-disposition is equal to "APPLIED" then
      add 1 to cnt-applied
   else
      add 1 to cnt-rejected
   end-if.

validate-transaction.
   *> the action must be A, C, J or D, the supplier code and a
   *> yyyyQn period must be present, and every action but a delete
   *> must carry an amount - a mistyped allocation applied to the
   *> master would hold or release a supplier's orders wrongly
   if tran-action is not equal to 'A'
      and tran-action is not equal to 'C'
      and tran-action is not equal to 'J'
      and tran-action is not equal to 'D' then
      move "REJECTED" to tran-disposition
      move "action code not A, C, J or D" to tran-reason
   end-if
   if tran-disposition is equal to "APPLIED" then
      if tran-supplier is equal to spaces then
         move "REJECTED" to tran-disposition
         move "supplier code is missing" to tran-reason
      end-if
   end-if
   if tran-disposition is equal to "APPLIED" then
      if tran-period(1:4) is not numeric
         or tran-period(5:1) is not equal to 'Q'
         or tran-period(6:1) is less than '1'
         or tran-period(6:1) is greater than '4' then
         move "REJECTED" to tran-disposition
         move "period not yyyyQn (quarter 1 to 4)" to tran-reason
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-action is not equal to 'D' then
      perform validate-amount
   end-if.

validate-amount.
   *> digits with at most one decimal point, no more than nine
   *> before it and two after it; only an adjustment may carry a sign
   move 0 to field-bad
   move 0 to decimal-points
   move 0 to digits-seen
   move 0 to int-digits
   move spaces to amount-sign
   move function trim(tran-amount) to amount-text
   if amount-text is equal to spaces then
      move 1 to field-bad
   end-if
   if field-bad is equal to 0
      and (amount-text(1:1) is equal to '-'
         or amount-text(1:1) is equal to '+') then
      if tran-action is equal to 'J' then
         move amount-text(1:1) to amount-sign
         move amount-text(2:12) to amount-rest
         move amount-rest to amount-text
      else
         move 1 to field-bad
      end-if
   end-if
   if field-bad is equal to 0 then
      compute field-length
         = function length(function trim(amount-text))
      perform varying j from 1 by 1 until j > field-length
         move amount-text(j:1) to temp
         if temp is equal to '.' then
            add 1 to decimal-points
         else
            if temp is not numeric then
               move 1 to field-bad
            else
               if decimal-points is equal to 1 then
                  add 1 to digits-seen
               else
                  add 1 to int-digits
               end-if
            end-if
         end-if
      end-perform
      if decimal-points is greater than 1
         or digits-seen is greater than 2
         or int-digits is greater than 9
         or field-length is equal to decimal-points then
         move 1 to field-bad
      end-if
   end-if
   if field-bad is equal to 1 then
      move "REJECTED" to tran-disposition
      move "amount not numeric" to tran-reason
   else
      compute tran-amount-num = function numval(amount-text)
      if amount-sign is equal to '-' then
         compute tran-amount-num = 0 - tran-amount-num
      end-if
   end-if.

apply-add.
   *> an add must not overwrite a budget already on file - a silent
   *> overwrite would lose what has been committed against it
   if suppliers-available is equal to 1 then
      move tran-supplier to sup-code
      read supplier-master-file key is sup-code
         invalid key
            move "REJECTED" to tran-disposition
            move "supplier not on the supplier master" to tran-reason
      end-read
   end-if
   if tran-disposition is equal to "APPLIED" then
      move tran-supplier to bud-supplier
      move tran-period   to bud-period
      read budget-file key is bud-key
         invalid key
            move tran-supplier   to bud-supplier
            move tran-period     to bud-period
            move tran-amount-num to bud-allocated
            move 0               to bud-committed
            write budget-record
         not invalid key
            move "REJECTED" to tran-disposition
            move "add of a budget already on file" to tran-reason
      end-read
   end-if.

apply-change.
   *> a change replaces the allocation outright; what has been
   *> committed stays as it is
   move tran-supplier to bud-supplier
   move tran-period   to bud-period
   read budget-file key is bud-key
      invalid key
         move "REJECTED" to tran-disposition
         move "change of a budget not on file" to tran-reason
      not invalid key
         move tran-amount-num to bud-allocated
         rewrite budget-record
   end-read.

apply-adjust.
   *> an adjustment moves the allocation by the signed amount - a
   *> top-up or a cut mid-period - but cannot take it below zero
   move tran-supplier to bud-supplier
   move tran-period   to bud-period
   read budget-file key is bud-key
      invalid key
         move "REJECTED" to tran-disposition
         move "adjustment of a budget not on file" to tran-reason
      not invalid key
         compute new-allocated = bud-allocated + tran-amount-num
         if new-allocated is less than 0 then
            move "REJECTED" to tran-disposition
            move "adjustment would take the allocation below zero"
               to tran-reason
         else
            move new-allocated to bud-allocated
            rewrite budget-record
         end-if
   end-read.

apply-delete.
   *> a budget with orders committed against it is the record of
   *> that money - refused rather than removed
   move tran-supplier to bud-supplier
   move tran-period   to bud-period
   read budget-file key is bud-key
      invalid key
         move "REJECTED" to tran-disposition
         move "delete of a budget not on file" to tran-reason
      not invalid key
         if bud-committed is greater than 0 then
            move "REJECTED" to tran-disposition
            move "delete of a budget with orders committed"
               to tran-reason
         else
            delete budget-file
         end-if
   end-read.

write-maint-report-line.
   *> one formatted line per transaction: the action, the supplier
   *> and period, the disposition, the allocation as it now stands
   *> (for an applied change) or the reason it was refused
   move spaces to maint-report-record
   if tran-disposition is equal to "APPLIED"
      and tran-action is not equal to 'D' then
      move bud-allocated to amount-edit
      string tran-action               delimited by size
             "  "                      delimited by size
             tran-supplier             delimited by size
             "  "                      delimited by size
             tran-period               delimited by size
             "  "                      delimited by size
             tran-disposition          delimited by size
             "  allocated "            delimited by size
             amount-edit               delimited by size
        into maint-report-record
   else
      string tran-action               delimited by size
             "  "                      delimited by size
             tran-supplier             delimited by size
             "  "                      delimited by size
             tran-period               delimited by size
             "  "                      delimited by size
             tran-disposition          delimited by size
             "  "                      delimited by size
             function trim(tran-reason) delimited by size
        into maint-report-record
   end-if
   write maint-report-record.

print-maint-summary.
   *> a quick eyeball of the maintenance run - how many transactions
   *> were read, applied and refused
   display " "
   display "===== budget master maintenance summary ====="
   display "transactions read   : " tran-count
   display "applied             : " cnt-applied
   display "rejected            : " cnt-rejected.
