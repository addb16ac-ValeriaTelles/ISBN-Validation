*> section closes with its line count, unit total and order value,
*> and the run ends with a grand-total control page. A record with a
*> blank price - the bare-ISBN legacy feeds - lands on a per-supplier
*> exceptions page for a buyer to price rather than ordering at zero.
*> Every supplier order is given the next purchase-order number and
*> each of its lines is written to the persistent open-order file, so
*> the receiving run can post goods received against what was ordered.
*> Each supplier order is committed against the supplier's budget for
*> the period in isbn-budget.dat; an order that would take the
*> supplier over budget is held in full on a budget-exceptions page,
*> with the shortfall, instead of going out. Each supplier's trading
*> terms come from the supplier master: lines are priced net of the
*> supplier's discount, the section gives the expected delivery date
*> from the supplier's lead time, and an order whose net value falls
*> short of the supplier's minimum is held on the exceptions page
*> rather than sent

environment division.
input-output section.
   organization is line sequential.
select range-file assign to dynamic ranges-fname
   organization is line sequential.
select open-order-file assign to dynamic openorder-fname
   organization is indexed
   access mode is dynamic
   record key is oo-key
   alternate record key is oo-sup-isbn with duplicates.
select po-control-file assign to dynamic po-control-fname
   organization is line sequential.
select budget-file assign to dynamic budget-fname
   organization is indexed
   access mode is dynamic
   record key is bud-key.
select supplier-master-file assign to dynamic suppliers-fname
   organization is indexed
   access mode is dynamic
   record key is sup-code.
select group-work-file assign to dynamic group-work-fname
   organization is line sequential.
select held-work-file assign to dynamic held-work-fname
   organization is line sequential.
select sort-acc-file assign to dynamic sortwk-fname.

data division.
01 order-record pic x(132).
fd range-file.
01 range-row pic x(100).
fd open-order-file.
*> one record per purchase-order line, keyed by PO number and line
*> and kept across runs - the record of what was ordered, from whom
*> and at what price, that the receiving run posts deliveries
*> against. The alternate key finds every line of one title ordered
*> from one supplier, oldest order first. A line closes once its
*> full quantity has been received
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
fd po-control-file.
*> the last purchase-order number issued, carried from run to run
*> so numbers are never reused
01 po-control-record.
   05 pc-last-po   pic 9(8).
   05 pc-last-date pic 9(8).
fd budget-file.
*> the buying budget master budmaint keeps up - one record per
*> supplier per yyyyQn period, allocated and committed to date
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
fd group-work-file.
*> one supplier's priced lines, held until the control break shows
*> whether the order goes out or is held against the budget
01 group-work-record.
   05 gw-isbn13     pic 9(13).
   05 gw-print-isbn pic x(17).
   05 gw-title      pic x(40).
   05 gw-qty        pic 9(5).
   05 gw-price      pic 9(7)v99.
   05 gw-extended   pic 9(9)v99.
   05 gw-net-price  pic 9(7)v99.
   05 gw-net-extended pic 9(9)v99.
fd held-work-file.
*> the budget-exceptions page, built up as orders are held and
*> printed after the last order document
01 held-work-record pic x(132).
sd sort-acc-file.
01 sort-acc-rec.
   05 sa-isbn13   pic 9(13).
77 order-fname pic x(30) value "isbn-orders.txt".
77 ranges-fname pic x(30) value "isbn-ranges.dat".
77 sortwk-fname pic x(30) value "isbnorder-sort.tmp".
77 openorder-fname pic x(30) value "isbn-openorder.dat".
77 po-control-fname pic x(30) value "isbn-po-control.dat".
77 run-date    pic 9(8) value 0.
77 po-number   pic 9(8) value 0.
77 control-last-po pic 9(8) value 0.
77 oo-scan-eof pic A(1) value 'N'.
77 po-line     pic 9(4) value 0.
77 first-po    pic 9(8) value 0.
77 oo-write-errors pic 9(5) value 0.
77 budget-fname pic x(30) value "isbn-budget.dat".
77 group-work-fname pic x(30) value "isbnorder-group.tmp".
77 held-work-fname pic x(30) value "isbnorder-held.tmp".
77 budget-available pic 9 value 0.
77 budget-period pic x(6) value spaces.
77 budget-found pic 9 value 0.
77 budget-allocated pic 9(9)v99 value 0.
77 budget-committed pic 9(9)v99 value 0.
77 budget-remaining pic s9(10)v99 value 0.
77 budget-shortfall pic s9(10)v99 value 0.
77 run-quarter pic 9 value 0.
*> 1 held over budget, 2 held below the supplier's minimum order
77 order-held  pic 9 value 0.
77 suppliers-fname pic x(30) value "isbn-suppliers.dat".
77 suppliers-available pic 9 value 0.
77 terms-found pic 9 value 0.
77 group-discount pic 9(2)v99 value 0.
77 group-min-order pic 9(7)v99 value 0.
77 group-lead-days pic 9(3) value 0.
77 group-pay-terms pic x(3) value spaces.
77 expected-date pic 9(8) value 0.
77 net-price   pic 9(7)v99 value 0.
77 net-extended pic 9(9)v99 value 0.
77 sup-net-value pic 9(9)v99 value 0.
77 grand-net-value pic 9(11)v99 value 0.
77 held-net-value pic 9(11)v99 value 0.
77 held-min-suppliers pic 9(5) value 0.
77 min-shortfall pic 9(9)v99 value 0.
77 discount-edit pic z9.99.
77 lead-edit   pic zz9.
77 gw-eof      pic A(1) value 'N'.
77 held-eof    pic A(1) value 'N'.
77 held-suppliers pic 9(5) value 0.
77 held-lines  pic 9(7) value 0.
77 held-units  pic 9(9) value 0.
77 held-value  pic 9(11)v99 value 0.
77 remaining-edit pic -(10)9.99.
77 bt-count    pic 9(3) value 0.
77 bt-ix       pic 9(3) value 0.
77 probe-buffer pic x(100).
77 arg-num     pic 9(2).
77 arg-count   pic 9(2) value 0.
77 line-price  pic 9(7)v99 value 0.
77 line-extended pic 9(9)v99 value 0.
77 price-edit  pic z(6)9.99.
77 net-price-edit pic z(6)9.99.
77 extended-edit pic z(8)9.99.
77 value-edit  pic z(10)9.99.
77 net-value-edit pic z(10)9.99.
77 print-isbn  pic x(17).
77 ranges-available pic 9 value 0.
77 range-count pic 9(3) value 0.
   *> closes, so they print together as the supplier's exceptions
   *> page instead of interleaving with the order lines
   05 exception-line occurs 200 times pic x(80).
01 budget-table.
   *> each supplier's budget position after this run, for the
   *> control page - allocated, committed and whether the order was
   *> held; one row per supplier the accepted file carried
   05 budget-row occurs 500 times.
      10 bt-supplier  pic x(6).
      10 bt-found     pic 9.
      10 bt-allocated pic 9(9)v99.
      10 bt-committed pic 9(9)v99.
      10 bt-held      pic 9.

procedure division.
   perform get-accepted-fname.
   perform load-ranges-if-present.
   perform open-order-master.
   perform open-budget-master.
   perform open-supplier-master.
   open output order-file.
   open output held-work-file.
   sort sort-acc-file
      on ascending key sa-supplier
                       sa-isbn13
      using accepted-file
      output procedure is build-order-documents.
   close order-file.
   close open-order-file.
   if budget-available is equal to 1 then
      close budget-file
   end-if.
   if suppliers-available is equal to 1 then
      close supplier-master-file
   end-if.
   perform save-po-control.
   perform print-order-summary.
   *> a line the open-order file refused leaves a purchase order
   *> receiving cannot post against - end nonzero so it is looked at
   if oo-write-errors is greater than 0 then
      move 8 to return-code
   else
      move 0 to return-code
   end-if.
stop run.

get-accepted-fname.
      end-if
   end-if.

open-order-master.
   *> the open-order file is a persistent master, created empty the
   *> first time - the same create-then-reopen pattern the validation
   *> run uses for its cross-run files. The last purchase-order number
   *> issued comes from the control file; with none, numbering starts
   *> from one. The open-order file has the last word - a control file
   *> lost or restored from an older copy must not hand out numbers
   *> already on order
   accept run-date from date yyyymmdd
   call "CBL_CHECK_FILE_EXIST" using openorder-fname probe-buffer
   if return-code not equal zero then
      display "Notice: open-order file " openorder-fname (1:20)
         " not found - creating it empty"
      open output open-order-file
      close open-order-file
   end-if
   open i-o open-order-file
   move 0 to po-number
   move 0 to control-last-po
   call "CBL_CHECK_FILE_EXIST" using po-control-fname probe-buffer
   if return-code is equal to zero then
      open input po-control-file
      read po-control-file
         at end continue
         not at end
            move pc-last-po to po-number
            move pc-last-po to control-last-po
      end-read
      close po-control-file
   end-if
   perform find-last-open-po.

find-last-open-po.
   *> only orders numbered beyond the control file's last are read
   move 'N' to oo-scan-eof
   compute oo-po-number = po-number + 1
   move 0 to oo-line
   start open-order-file key is not less than oo-key
      invalid key move 'Y' to oo-scan-eof
   end-start
   perform until oo-scan-eof = 'Y'
      read open-order-file next record
         at end move 'Y' to oo-scan-eof
         not at end
            if oo-po-number is greater than po-number then
               move oo-po-number to po-number
            end-if
      end-read
   end-perform
   if po-number is greater than control-last-po then
      display "Notice: open-order file holds orders up to " po-number
         " - beyond the control file's " control-last-po
         "; numbering continues from the open-order file"
   end-if.

open-budget-master.
   *> the budget period is the run date's quarter unless a batch
   *> parameter or environment variable names another - a buyer
   *> placing next quarter's orders early commits them there. With no
   *> budget master at all there is nothing to control against; the
   *> run says so and orders go out as they always have
   compute run-quarter
      = function integer((function numval(run-date(5:2)) - 1) / 3) + 1
   move spaces to budget-period
   accept arg-count from argument-number
   if arg-count is greater than 1 then
      move 2 to arg-num
      display arg-num upon argument-number
      accept budget-period from argument-value
   end-if
   if budget-period is equal to spaces then
      accept budget-period from environment "ISBNORDER_BUDGET_PERIOD"
   end-if
   if budget-period is equal to spaces then
      string run-date(1:4) delimited by size
             "Q"           delimited by size
             run-quarter   delimited by size
        into budget-period
   end-if
   if budget-period(1:4) is not numeric
      or budget-period(5:1) is not equal to 'Q'
      or budget-period(6:1) is less than '1'
      or budget-period(6:1) is greater than '4' then
      display "Error: budget period " budget-period
         " is not yyyyQn - ending run"
      move 8 to return-code
      stop run
   end-if
   move 0 to budget-available
   call "CBL_CHECK_FILE_EXIST" using budget-fname probe-buffer
   if return-code is equal to zero then
      open i-o budget-file
      move 1 to budget-available
      display "Orders committed against budget period "
         budget-period
   else
      display "Notice: budget master " budget-fname (1:20)
         " not found - orders not checked against budget"
   end-if.

open-supplier-master.
   *> the trading terms are read off the supplier master; with no
   *> master every order is priced at list, with no delivery date
   *> and no minimum, as before the terms were kept
   move 0 to suppliers-available
   call "CBL_CHECK_FILE_EXIST" using suppliers-fname probe-buffer
   if return-code is equal to zero then
      open input supplier-master-file
      move 1 to suppliers-available
   else
      display "Notice: supplier master " suppliers-fname (1:20)
         " not found - orders priced at list, no trading terms"
   end-if.

save-po-control.
   *> carry the last number issued forward to the next run
   open output po-control-file
   move po-number to pc-last-po
   move run-date  to pc-last-date
   write po-control-record
   close po-control-file.

build-order-documents.
   *> the sort hands the accepted records back grouped by supplier;
   *> a control break on the supplier code closes one order document
            perform write-order-line
      end-return
   end-perform
   close held-work-file
   perform write-held-orders-page
   perform write-control-page.

open-supplier-order.
   *> a supplier's lines are gathered in the group work file, not
   *> printed, until the whole order's value is known
   move sa-supplier to group-supplier
   move 1 to group-open
   move 0 to sup-lines
   move 0 to sup-units
   move 0 to sup-value
   move 0 to sup-net-value
   move 0 to sup-exceptions
   perform load-supplier-terms
   open output group-work-file.

load-supplier-terms.
   *> a supplier with blank payment terms has had none agreed yet -
   *> its order goes at list with no minimum, the same as a code the
   *> master does not carry
   move 0 to terms-found
   move 0 to group-discount
   move 0 to group-min-order
   move 0 to group-lead-days
   move spaces to group-pay-terms
   if suppliers-available is equal to 1 then
      move group-supplier to sup-code
      read supplier-master-file key is sup-code
         invalid key
            continue
         not invalid key
            if sup-pay-terms is not equal to spaces then
               move 1 to terms-found
               move sup-discount  to group-discount
               move sup-min-order to group-min-order
               move sup-lead-days to group-lead-days
               move sup-pay-terms to group-pay-terms
            end-if
      end-read
   end-if.

write-terms-line.
   *> under the order header: the terms the order is placed on and
   *> the date the goods are expected in
   move spaces to order-record
   if terms-found is equal to 1 then
      compute expected-date = function date-of-integer
         (function integer-of-date(run-date) + group-lead-days)
      move group-discount  to discount-edit
      move group-min-order to price-edit
      move group-lead-days to lead-edit
      string "   terms "              delimited by size
             group-pay-terms          delimited by size
             "  discount "            delimited by size
             discount-edit            delimited by size
             "%  minimum "            delimited by size
             price-edit               delimited by size
             "  lead time "           delimited by size
             lead-edit                delimited by size
             " days  expected delivery " delimited by size
             expected-date            delimited by size
        into order-record
   else
      string "   no trading terms on file - priced at list, "
                                      delimited by size
             "expected delivery not known" delimited by size
        into order-record
   end-if
   write order-record.

release-supplier-order.
   *> the order goes out: it takes the next purchase-order number,
   *> and its gathered lines print under the header and are written
   *> to the open-order file
   add 1 to grand-suppliers
   add 1 to po-number
   move 0 to po-line
   if first-po is equal to 0 then
      move po-number to first-po
   end-if
   move spaces to order-record
   string "===== purchase order " delimited by size
          po-number               delimited by size
          " - supplier "          delimited by size
          group-supplier          delimited by size
          " - dated "             delimited by size
          run-date                delimited by size
          " ====="                delimited by size
     into order-record
   write order-record
   perform write-terms-line
   open input group-work-file
   move 'N' to gw-eof
   perform until gw-eof = 'Y'
      read group-work-file
         at end move 'Y' to gw-eof
         not at end
            perform print-order-line
            write order-record
            perform write-open-order-line
      end-read
   end-perform
   close group-work-file
   perform write-supplier-trailer.

write-order-line.
   *> one line item gathered for the supplier's order - or, where the
   *> record carries no unit price, one entry held back for the
   *> supplier's exceptions page so a buyer prices it instead of the
   *> system ordering at zero
   perform hyphenate-order-isbn
   if sa-price is equal to spaces then
      perform hold-exception-line
   else
      compute line-price = function numval(sa-price)
      compute line-extended = sa-qty * line-price
      *> the supplier's discount comes off the unit price, so the
      *> net extended amount is what the invoice will carry
      compute net-price rounded
         = line-price * (100 - group-discount) / 100
      compute net-extended = sa-qty * net-price
      add 1        to sup-lines
      add sa-qty   to sup-units
      add line-extended to sup-value
      add net-extended  to sup-net-value
      move sa-isbn13     to gw-isbn13
      move print-isbn    to gw-print-isbn
      move sa-title      to gw-title
      move sa-qty        to gw-qty
      move line-price    to gw-price
      move line-extended to gw-extended
      move net-price     to gw-net-price
      move net-extended  to gw-net-extended
      write group-work-record
   end-if.

print-order-line.
   *> lay one gathered line out the way the order document prints it:
   *> the list unit price, the net unit price after the supplier's
   *> discount, and the net extended amount
   move gw-price    to price-edit
   move gw-net-price to net-price-edit
   move gw-net-extended to extended-edit
   move spaces to order-record
   string gw-print-isbn            delimited by size
          "  "                     delimited by size
          gw-title                 delimited by size
          "  qty "                 delimited by size
          gw-qty                   delimited by size
          "  at "                  delimited by size
          price-edit               delimited by size
          "  net "                 delimited by size
          net-price-edit           delimited by size
          "  ext "                 delimited by size
          extended-edit            delimited by size
     into order-record.

write-open-order-line.
   *> the line as ordered, open and nothing yet received. A key
   *> already on file means the control file has fallen behind the
   *> master - reported, and the run ends nonzero
   add 1 to po-line
   move po-number      to oo-po-number
   move po-line        to oo-line
   move group-supplier to oo-supplier
   move gw-isbn13      to oo-isbn13
   move gw-qty         to oo-qty-ordered
   *> the net price - what the supplier will invoice each unit at
   move gw-net-price   to oo-unit-price
   move run-date       to oo-order-date
   move 0              to oo-qty-received
   move 'O'            to oo-status
   move 0              to oo-last-recv-date
   write open-order-record
      invalid key
         add 1 to oo-write-errors
         display "Error: open-order line " oo-po-number "/"
            oo-line " already on file - line not recorded"
   end-write.

hold-exception-line.
   if sup-exceptions is less than 200 then
      add 1 to sup-exceptions
   end-if.

close-supplier-order.
   *> the supplier's order is complete - commit it against the
   *> budget and either send it or hold it
   close group-work-file
   move 0 to order-held
   perform check-supplier-minimum
   perform check-supplier-budget
   if order-held is greater than 0 then
      perform hold-supplier-order
   else
      if sup-lines is equal to 0 then
         perform write-unpriced-only
      else
         perform release-supplier-order
      end-if
   end-if
   perform record-budget-row.

write-unpriced-only.
   *> every item for the supplier was unpriced - there is no order to
   *> send, so no purchase-order number is taken and only the
   *> exceptions page prints for the buyer
   perform write-supplier-exceptions
   add sup-exceptions to grand-exceptions.

check-supplier-minimum.
   *> an order whose net value is short of the supplier's minimum is
   *> not sent - the supplier would refuse it or charge for carriage.
   *> An order with no priced lines has no value to judge
   move 0 to min-shortfall
   if terms-found is equal to 1
      and group-min-order is greater than 0
      and sup-net-value is greater than 0
      and sup-net-value is less than group-min-order then
      move 2 to order-held
      compute min-shortfall = group-min-order - sup-net-value
   end-if.

check-supplier-budget.
   *> the order's value must fit in what is left of the supplier's
   *> allocation for the period; no budget line for the supplier
   *> means nothing is allocated. An order that fits is committed
   *> at once, so the next supplier's check - and the next run's -
   *> sees the money as spent. An order with no priced lines commits
   *> nothing and is never held. The net value is what is committed -
   *> it is what the supplier will be paid. An order already held
   *> below its minimum commits nothing
   move 0 to budget-found
   move 0 to budget-allocated
   move 0 to budget-committed
   move 0 to budget-shortfall
   if budget-available is equal to 1 then
      move group-supplier to bud-supplier
      move budget-period  to bud-period
      read budget-file key is bud-key
         invalid key
            continue
         not invalid key
            move 1 to budget-found
            move bud-allocated to budget-allocated
            move bud-committed to budget-committed
      end-read
      compute budget-remaining = budget-allocated - budget-committed
      if sup-net-value is greater than 0
         and order-held is equal to 0 then
         if sup-net-value is greater than budget-remaining then
            move 1 to order-held
            compute budget-shortfall
               = sup-net-value - budget-remaining
         else
            add sup-net-value to budget-committed
            move budget-committed to bud-committed
            rewrite budget-record
         end-if
      end-if
   end-if.

hold-supplier-order.
   *> the whole order goes to the budget-exceptions page - no
   *> purchase-order number, no open-order lines - with the value,
   *> what remained and the shortfall a buyer must find or cut
   add 1         to held-suppliers
   add sup-lines to held-lines
   add sup-units to held-units
   add sup-value to held-value
   add sup-net-value to held-net-value
   add sup-exceptions to grand-exceptions
   if order-held is equal to 2 then
      perform hold-below-minimum-header
   else
      perform hold-over-budget-header
   end-if
   open input group-work-file
   move 'N' to gw-eof
   perform until gw-eof = 'Y'
      read group-work-file
         at end move 'Y' to gw-eof
         not at end
            perform print-order-line
            move order-record to held-work-record
            write held-work-record
      end-read
   end-perform
   close group-work-file
   perform varying ex-ix from 1 by 1
      until ex-ix > sup-exceptions
      move spaces to held-work-record
      move exception-line(ex-ix) to held-work-record
      write held-work-record
   end-perform
   move spaces to held-work-record
   write held-work-record.

hold-below-minimum-header.
   add 1 to held-min-suppliers
   move sup-net-value to value-edit
   move group-min-order to extended-edit
   move spaces to held-work-record
   string "----- supplier "    delimited by size
          group-supplier       delimited by size
          " held - net order value " delimited by size
          value-edit           delimited by size
          " below minimum "    delimited by size
          extended-edit        delimited by size
          " -----"             delimited by size
     into held-work-record
   write held-work-record
   move min-shortfall to extended-edit
   move spaces to held-work-record
   string "   short of minimum " delimited by size
          extended-edit        delimited by size
          "  lines "           delimited by size
          sup-lines            delimited by size
          "  units "           delimited by size
          sup-units            delimited by size
     into held-work-record
   write held-work-record.

hold-over-budget-header.
   move sup-net-value to value-edit
   move spaces to held-work-record
   if budget-found is equal to 1 then
      string "----- supplier "    delimited by size
             group-supplier       delimited by size
             " held - order value " delimited by size
             value-edit           delimited by size
             " over budget -----" delimited by size
        into held-work-record
   else
      string "----- supplier "    delimited by size
             group-supplier       delimited by size
             " held - order value " delimited by size
             value-edit           delimited by size
             ", no budget for "   delimited by size
             budget-period        delimited by size
             " -----"             delimited by size
        into held-work-record
   end-if
   write held-work-record
   move budget-allocated to value-edit
   move budget-remaining to remaining-edit
   move spaces to held-work-record
   string "   allocated "       delimited by size
          value-edit            delimited by size
          "  remaining "        delimited by size
          remaining-edit        delimited by size
     into held-work-record
   write held-work-record
   move budget-shortfall to remaining-edit
   move spaces to held-work-record
   string "   shortfall "       delimited by size
          remaining-edit        delimited by size
          "  lines "            delimited by size
          sup-lines             delimited by size
          "  units "            delimited by size
          sup-units             delimited by size
     into held-work-record
   write held-work-record.

record-budget-row.
   *> the supplier's position after this order, for the control page
   if budget-available is equal to 1 then
      if bt-count is less than 500 then
         add 1 to bt-count
         move group-supplier   to bt-supplier(bt-count)
         move budget-found     to bt-found(bt-count)
         move budget-allocated to bt-allocated(bt-count)
         move budget-committed to bt-committed(bt-count)
         move order-held       to bt-held(bt-count)
      else
         display "Notice: more than 500 suppliers - budget position "
            "for " group-supplier " left off the control page"
      end-if
   end-if.

write-held-orders-page.
   *> the budget-exceptions page, after the last order document, so
   *> the held orders are in one place for the buyers
   if held-suppliers is greater than 0 then
      move spaces to order-record
      string "===== order exceptions - orders held, budget period "
                               delimited by size
             budget-period     delimited by size
             " ====="          delimited by size
        into order-record
      write order-record
      open input held-work-file
      move 'N' to held-eof
      perform until held-eof = 'Y'
         read held-work-file
            at end move 'Y' to held-eof
            not at end
               move held-work-record to order-record
               write order-record
         end-read
      end-perform
      close held-work-file
   end-if.

write-supplier-trailer.
   *> supplier trailer: line count, unit total and order value at
   *> list and net, then the exceptions page where any unpriced items
   *> were held back
   move sup-value to value-edit
   move sup-net-value to extended-edit
   move spaces to order-record
   string "----- supplier " delimited by size
          group-supplier    delimited by size
          sup-lines         delimited by size
          "  units "        delimited by size
          sup-units         delimited by size
          "  gross "        delimited by size
          value-edit        delimited by size
          "  net "          delimited by size
          extended-edit     delimited by size
          " -----"          delimited by size
     into order-record
   write order-record
   perform write-supplier-exceptions
   add sup-lines      to grand-lines
   add sup-units      to grand-units
   add sup-value      to grand-value
   add sup-net-value  to grand-net-value
   add sup-exceptions to grand-exceptions.

write-supplier-exceptions.
   *> the supplier's unpriced items, for a buyer to price, and the
   *> blank line that closes the supplier's section
   if sup-exceptions is greater than 0 then
      move spaces to order-record
      string "----- supplier " delimited by size
      end-perform
   end-if
   move spaces to order-record
   write order-record.

write-control-page.
   *> the grand-total control page operations ties against the
     into order-record
   write order-record
   move spaces to order-record
   string "order value gross : " delimited by size
          value-edit             delimited by size
     into order-record
   write order-record
   move grand-net-value to value-edit
   move spaces to order-record
   string "order value net   : " delimited by size
          value-edit             delimited by size
     into order-record
   write order-record
   string "unpriced items    : " delimited by size
          grand-exceptions       delimited by size
     into order-record
   write order-record
   move held-value to value-edit
   move held-net-value to net-value-edit
   move spaces to order-record
   string "orders held       : " delimited by size
          held-suppliers         delimited by size
          "  gross "             delimited by size
          value-edit             delimited by size
          "  net "               delimited by size
          net-value-edit         delimited by size
     into order-record
   write order-record
   move spaces to order-record
   string "  below minimum   : " delimited by size
          held-min-suppliers     delimited by size
     into order-record
   write order-record
   if budget-available is equal to 1 then
      move spaces to order-record
      string "----- budget position, period " delimited by size
             budget-period                    delimited by size
             " -----"                         delimited by size
        into order-record
      write order-record
      perform varying bt-ix from 1 by 1 until bt-ix > bt-count
         perform write-budget-row
      end-perform
   end-if.

write-budget-row.
   *> budget, committed and remaining for one supplier
   move spaces to order-record
   if bt-found(bt-ix) is equal to 0 then
      string "supplier "            delimited by size
             bt-supplier(bt-ix)     delimited by size
             "  no budget on file"  delimited by size
        into order-record
   else
      compute budget-remaining
         = bt-allocated(bt-ix) - bt-committed(bt-ix)
      move bt-allocated(bt-ix) to value-edit
      move budget-remaining to remaining-edit
      move bt-committed(bt-ix) to extended-edit
      string "supplier "            delimited by size
             bt-supplier(bt-ix)     delimited by size
             "  budget "            delimited by size
             value-edit             delimited by size
             "  committed "         delimited by size
             extended-edit          delimited by size
             "  remaining "         delimited by size
             remaining-edit         delimited by size
        into order-record
   end-if
   if bt-held(bt-ix) is equal to 1 then
      move "HELD" to order-record(120:4)
   end-if
   if bt-held(bt-ix) is equal to 2 then
      move "HELD MINIMUM" to order-record(120:12)
   end-if
   write order-record.

hyphenate-order-isbn.
   display "order lines written : " grand-lines
   display "units ordered       : " grand-units
   display "unpriced exceptions : " grand-exceptions
   display "orders held         : " held-suppliers
   display "  below minimum     : " held-min-suppliers
   if first-po is greater than 0 then
      display "purchase orders     : " first-po " to " po-number
   end-if
   if oo-write-errors is greater than 0 then
      display "open-order errors   : " oo-write-errors
   end-if
   display "order document      : " order-fname (1:25).
