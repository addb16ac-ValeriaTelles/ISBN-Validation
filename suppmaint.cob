*> file of adds, changes and deletes to isbn-suppliers.dat, the keyed
*> file the validation run checks supplier codes and statuses
*> against, so the master is maintained through keyed i-o the same
*> way the book master catalog is. Besides the name, contact and
*> status, a supplier carries its trading terms - the discount off
*> list, the minimum order value, the lead time in days and the
*> payment terms - which the purchase-order run prices and dates
*> its orders by

environment division.
input-output section.
   05 tran-name    pic x(30).
   05 tran-contact pic x(30).
   05 tran-status  pic x(1).
   *> percentage off list, as digits with at most one decimal point
   *> - blank for none
   05 tran-discount  pic x(5).
   *> order value below which an order is not sent - blank for none
   05 tran-min-order pic x(10).
   *> days from order to expected delivery
   05 tran-lead-days pic x(3).
   *> N30, N60 or N90 days net, COD cash on delivery, PIA payment in
   *> advance
   05 tran-pay-terms pic x(3).
fd maint-report-file.
01 maint-report-record pic x(132).
fd supplier-master-file.
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
77 cnt-applied pic 9(7) value 0.
77 cnt-rejected pic 9(7) value 0.
77 tran-disposition pic x(8).
77 tran-reason pic x(50).
77 field-bad   pic 9 value 0.
77 field-length pic 9(3) value 0.
77 decimal-points pic 9(3) value 0.
77 digits-seen pic 9(3) value 0.
77 int-digits  pic 9(3) value 0.
77 max-int-digits pic 9(3) value 0.
77 amount-text pic x(10).
77 amount-num  pic 9(7)v99 value 0.
77 j           pic 99 value 1.
01 temp        pic x(1).
01 tran-terms.
   *> the transaction's trading terms, edited into the master's own
   *> layout once they have passed validation
   05 tt-discount  pic 9(2)v99.
   05 tt-min-order pic 9(7)v99.
   05 tt-lead-days pic 9(3).
   05 tt-pay-terms pic x(3).

procedure division.
   perform get-tran-fname.
         move "status not A (active), H (hold) or C (closed)"
            to tran-reason
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and (tran-action is equal to 'A'
         or tran-action is equal to 'C') then
      perform validate-tran-terms
   end-if.

validate-tran-terms.
   *> the payment terms must be one of the five codes and the lead
   *> time a whole number of days, as the status must be one of its
   *> three; a discount or minimum, where given, must be an amount -
   *> a bad value would misprice or wrongly hold every order the
   *> supplier is sent
   move 0 to tt-discount
   move 0 to tt-min-order
   move 0 to tt-lead-days
   move tran-pay-terms to tt-pay-terms
   if tran-pay-terms is not equal to "N30"
      and tran-pay-terms is not equal to "N60"
      and tran-pay-terms is not equal to "N90"
      and tran-pay-terms is not equal to "COD"
      and tran-pay-terms is not equal to "PIA" then
      move "REJECTED" to tran-disposition
      move "payment terms not N30, N60, N90, COD or PIA"
         to tran-reason
   end-if
   if tran-disposition is equal to "APPLIED" then
      move 0 to field-bad
      move function trim(tran-lead-days) to amount-text
      compute field-length
         = function length(function trim(tran-lead-days))
      if tran-lead-days is equal to spaces then
         move 1 to field-bad
      else
         perform varying j from 1 by 1 until j > field-length
            move amount-text(j:1) to temp
            if temp is not numeric then
               move 1 to field-bad
            end-if
         end-perform
      end-if
      if field-bad is equal to 1 then
         move "REJECTED" to tran-disposition
         move "lead time not a number of days" to tran-reason
      else
         compute tt-lead-days = function numval(amount-text)
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-discount is not equal to spaces then
      move tran-discount to amount-text
      move 2 to max-int-digits
      perform check-amount-text
      if field-bad is equal to 1 then
         move "REJECTED" to tran-disposition
         move "discount not a percentage below 100" to tran-reason
      else
         move amount-num to tt-discount
      end-if
   end-if
   if tran-disposition is equal to "APPLIED"
      and tran-min-order is not equal to spaces then
      move tran-min-order to amount-text
      move 7 to max-int-digits
      perform check-amount-text
      if field-bad is equal to 1 then
         move "REJECTED" to tran-disposition
         move "minimum order value not numeric" to tran-reason
      else
         move amount-num to tt-min-order
      end-if
   end-if.

check-amount-text.
   *> digits with at most one decimal point, no more than
   *> max-int-digits before it and two after it
   move 0 to field-bad
   move 0 to decimal-points
   move 0 to digits-seen
   move 0 to int-digits
   move 0 to amount-num
   move function trim(amount-text) to amount-text
   compute field-length = function length(function trim(amount-text))
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
      or int-digits is greater than max-int-digits
      or field-length is equal to decimal-points then
      move 1 to field-bad
   end-if
   if field-bad is equal to 0 then
      compute amount-num = function numval(amount-text)
   end-if.

apply-add.
         move tran-name    to sup-name
         move tran-contact to sup-contact
         move tran-status  to sup-status
         move tran-terms   to sup-terms
         write sup-record
      not invalid key
         move "REJECTED" to tran-disposition

apply-change.
   *> a change must land on a code that exists; the transaction's
   *> name, contact, status and terms replace the master record's in
   *> full
   move tran-code to sup-code
   read supplier-master-file key is sup-code
      invalid key
         move tran-name    to sup-name
         move tran-contact to sup-contact
         move tran-status  to sup-status
         move tran-terms   to sup-terms
         rewrite sup-record
   end-read.

