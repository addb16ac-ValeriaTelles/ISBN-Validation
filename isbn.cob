   record key is gm-key.
select gap-escal-file assign to dynamic gap-escal-fname
   organization is line sequential.
select gap-decision-file assign to dynamic gap-decision-fname
   organization is indexed
   access mode is dynamic
   record key is gd-key.
select sort-gap-file assign to dynamic sortwk-fname.
select offer-file assign to dynamic offer-fname
   organization is line sequential.
select notsel-file assign to dynamic notsel-fname
   organization is line sequential.
select sort-offer-file assign to dynamic offer-sortwk-fname.

data division.
file section.
   05 checkpoint-file-seq         pic 9(3).
   05 checkpoint-run-rec-num      pic 9(7).
   05 checkpoint-fname-inp        pic x(30).
   05 checkpoint-cnt-out-of-print pic 9(7).
   05 checkpoint-cnt-offers-held pic 9(7).
fd control-file.
01 control-record pic x(100).
fd history-file.
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
*> the supplier master the maintenance program suppmaint keeps up -
*> one record per trading supplier, keyed by the 6-character code
   05 sup-name    pic x(30).
   05 sup-contact pic x(30).
   05 sup-status  pic x(1).
   05 sup-terms.
      10 sup-discount  pic 9(2)v99.
      10 sup-min-order pic 9(7)v99.
      10 sup-lead-days pic 9(3).
      10 sup-pay-terms pic x(3).
fd dup-work-file.
01 dup-record.
   05 dup-key       pic 9(13).
   *> up to five distinct offering supplier codes, six characters
   *> each, filled left to right as new suppliers appear
   05 gm-suppliers  pic x(30).
   *> the title as the first supplier to send one gave it - what an
   *> approval by acquisitions is added to the catalog under
   05 gm-title      pic x(40).
fd gap-escal-file.
01 gap-escal-record pic x(132).
fd gap-decision-file.
*> acquisitions' decisions on gap titles, maintained by gapmaint
01 gap-decision-record.
   05 gd-key          pic 9(13).
   *> A approved, D declined, F deferred
   05 gd-decision     pic x(1).
   05 gd-defer-until  pic 9(8).
   05 gd-decided-by   pic x(10).
   05 gd-decided-date pic 9(8).
   05 gd-loaded-date  pic 9(8).
   05 gd-add-fname    pic x(30).
sd sort-gap-file.
01 sort-gap-rec.
   05 sg-count      pic 9(5).
   05 sg-first-rec  pic 9(7).
   05 sg-first-file pic 9(3).
   05 sg-title      pic x(40).
fd offer-file.
*> best-offer selection: every clean offer of the control run, held
*> until the whole set has been read - the accepted record it would
*> have written, plus the price and position the choice is made on
01 offer-record.
   05 of-isbn13     pic 9(13).
   *> 0 when the offer carries a price, 1 when it does not, so a
   *> priced offer always sorts ahead of an unpriced one
   05 of-no-price   pic 9.
   05 of-price      pic 9(7)v99.
   05 of-file-seq   pic 9(3).
   05 of-rec        pic 9(7).
   05 of-supplier   pic x(6).
   05 of-title      pic x(40).
   05 of-author     pic x(30).
   05 of-qty        pic 9(5).
   05 of-price-text pic x(9).
   05 of-print-isbn pic x(17).
   05 of-fname      pic x(30).
fd notsel-file.
01 notsel-record pic x(250).
sd sort-offer-file.
01 sort-offer-rec.
   05 so-isbn13     pic 9(13).
   05 so-no-price   pic 9.
   05 so-price      pic 9(7)v99.
   05 so-file-seq   pic 9(3).
   05 so-rec        pic 9(7).
   05 so-supplier   pic x(6).
   05 so-title      pic x(40).
   05 so-author     pic x(30).
   05 so-qty        pic 9(5).
   05 so-price-text pic x(9).
   05 so-print-isbn pic x(17).
   05 so-fname      pic x(30).

working-storage section.
77 feof        pic A(1).
77 reject-fname pic x(30) value "isbn-reject.txt".
77 accepted-fname pic x(30) value "isbn-accepted.dat".
77 cat-matched pic 9 value 0.
77 cat-out-of-print pic 9 value 0.
77 run-mode    pic x(10) value spaces.
77 control-fname pic x(30).
77 ctl-eof     pic A(1).
77 gap-report-fname pic x(30) value "isbn-gap.txt".
77 sortwk-fname pic x(30) value "isbn-gapsort.tmp".
77 gap-eof     pic A(1).
77 offer-fname pic x(30) value "isbn-offers.tmp".
77 notsel-fname pic x(30) value "isbn-notselected.txt".
77 offer-sortwk-fname pic x(30) value "isbn-offersort.tmp".
77 offer-selection pic x(10) value spaces.
77 best-offer  pic 9 value 0.
77 offer-eof   pic A(1).
77 offer-group-open pic 9 value 0.
77 offer-group-isbn pic 9(13) value 0.
77 cnt-offers-held pic 9(7) value 0.
77 cnt-selected pic 9(7) value 0.
77 cnt-not-selected pic 9(7) value 0.
77 selection-savings pic 9(11)v99 value 0.
77 savings-edit pic z(10)9.99.
77 win-supplier pic x(6).
77 win-no-price pic 9 value 0.
77 win-price   pic 9(7)v99 value 0.
77 win-qty     pic 9(5) value 0.
77 win-price-show pic x(10).
77 fc-file-seq pic 9(3) value 0.
77 fc-rec      pic 9(7) value 0.
77 fc-no-price pic 9 value 0.
77 fc-price    pic 9(7)v99 value 0.
77 prev-file-seq pic 9(3) value 0.
77 prev-rec    pic 9(7) value 0.
77 offer-price-show pic x(10).
77 gap-distinct pic 9(5) value 0.
77 gap-offers  pic 9(7) value 0.
77 ranges-fname pic x(30) value "isbn-ranges.dat".
   *> each file finishes, for the per-file subtotals in the summary
   05 file-totals occurs 99 times.
      10 ft-fname pic x(30).
      *> the file's place in the set, so an accept chosen at end of
      *> run by best-offer selection is credited to the right file
      10 ft-file-seq pic 9(3).
      10 ft-recs  pic 9(7).
      10 ft-valid pic 9(7).
      10 ft-bad-checkdigit pic 9(7).
77 reoffer-found pic 9 value 0.
77 reoffer-age  pic s9(5) value 0.
77 cnt-reoffer  pic 9(7) value 0.
77 cnt-out-of-print pic 9(7) value 0.
77 pricehist-fname pic x(30) value "isbn-pricehist.dat".
77 price-band-text pic x(10) value spaces.
77 price-band-pct pic 9(3) value 50.
77 gapm-entries pic 9(5) value 0.
77 gapm-cleared pic 9(5) value 0.
77 gapm-escalated pic 9(5) value 0.
77 gap-decision-fname pic x(30) value "isbn-gapdecision.dat".
77 decisions-available pic 9 value 0.
77 gap-decided-off pic 9 value 0.
77 gap-fold-suppressed pic 9(5) value 0.
77 gapm-suppressed pic 9(5) value 0.
77 gm-in-catalog pic 9 value 0.
77 sup-slot-ix  pic 9 value 0.
77 sup-slot-pos pic 9(2) value 0.
procedure division.
   perform readISBN.
   perform process-input.
   if best-offer is equal to 1 then
      perform select-best-offers
   end-if.
   perform check-quality-gate.
   perform write-gap-candidates.
   perform update-gap-master.
   perform get-reoffer-parms
   perform get-price-band
   perform get-escalate-runs
   perform get-offer-selection
   perform get-fname
   perform check-restart

      open extend accepted-file
      open i-o dup-work-file
      open i-o gap-work-file
      *> the offers held so far for best-offer selection carry on
      *> from where the interrupted run left them
      if best-offer is equal to 1 then
         call "CBL_CHECK_FILE_EXIST" using offer-fname file-info
         if return-code is equal to zero then
            open extend offer-file
         else
            open output offer-file
         end-if
      end-if
   else
      open output report-file
      open output reject-file
      open output gap-work-file
      close gap-work-file
      open i-o gap-work-file
      if best-offer is equal to 1 then
         open output offer-file
      end-if
   end-if.

   *> the accepted-history file is a persistent master, not a per-run
   display "correct and valid       : " cnt-valid
   display "  held, supplier on hold: " cnt-held
   display "  held, recent re-offer : " cnt-reoffer
   display "  held, out of print    : " cnt-out-of-print
   display "units on valid records  : " qty-accepted
   display "written to interface    : " cnt-accepted-recs
   display "total invalid           : " cnt-invalid
   display "  bad supplier fields   : " cnt-bad-field
   display "  unregistered group    : " cnt-bad-group
   display "price review (band)     : " cnt-price-review
   if best-offer is equal to 1 then
      move selection-savings to savings-edit
      display "best-offer selection    : " cnt-offers-held
         " offers held"
      display "  titles selected       : " cnt-selected
      display "  offers not selected   : " cnt-not-selected
      display "  saved vs first-come   : " savings-edit
   end-if
   display "gap titles not stocked  : " gap-distinct
      " (" gap-offers " offers)"
   display "gap master open leads   : " gapm-entries
      " (" gapm-cleared " cleared, "
      gapm-escalated " escalated)"
   display "  declined or deferred  : " gapm-suppressed
      " (" gap-fold-suppressed " not counted this run)"
   if run-mode is equal to "control" then
      display " "
      display "----- per-file subtotals -----"
            move checkpoint-cnt-accepted      to cnt-accepted-recs
            move checkpoint-file-seq          to start-file-seq
            move checkpoint-run-rec-num       to run-rec-count
            move checkpoint-cnt-out-of-print  to cnt-out-of-print
            move checkpoint-cnt-offers-held   to cnt-offers-held
      end-read
      close checkpoint-file
   end-if.
   if file-count is less than 99 then
      add 1 to file-count
      move fname-inp to ft-fname(file-count)
      move file-seq  to ft-file-seq(file-count)
      move file-procd to ft-recs(file-count)
      compute ft-valid(file-count)
         = cnt-valid - file-base-valid
   move file-seq          to checkpoint-file-seq
   move run-rec-count     to checkpoint-run-rec-num
   move fname-inp         to checkpoint-fname-inp
   move cnt-out-of-print  to checkpoint-cnt-out-of-print
   move cnt-offers-held   to checkpoint-cnt-offers-held
   write checkpoint-record
   close checkpoint-file.

   move 0 to range-resolved
   move 0 to supplier-held
   move 0 to reoffer-found
   move 0 to cat-out-of-print
   *> trim leading and trailing whitespace (and a stray CR left behind
   *> by a CRLF-terminated supplier line) into a working field first,
   *> then split the supplier fields out of it - measuring the
               to validity
            add 1 to cnt-reoffer
         end-if
         *> a supplier offering a title the catalog marks out of
         *> print is its own outcome - the offer may be remainder or
         *> second-hand stock, which the buyers decide on by hand, so
         *> it is kept off the interface file and counted apart
         if cat-out-of-print is equal to 1
            and validity is equal to "  correct and valid" then
            move "  valid, but title out of print - not ordered"
               to validity
            add 1 to cnt-out-of-print
         end-if
         *> only the first VALID occurrence of an ISBN goes to the
         *> interface file - a repeat would double-load the
         *> purchase-order system, but a prior sighting that was
         *> catalog-check mode every occurrence is written: the
         *> isbnmatch job collapses equal keys itself and needs the
         *> repeats to count offers and units
         *> under best-offer selection every clean offer is held
         *> instead, and the one supplier per ISBN is chosen once the
         *> whole control set has been read
         if validity is equal to "  correct and valid"
            and best-offer is equal to 1 then
            perform hold-offer
         end-if
         if validity is equal to "  correct and valid"
            and best-offer is equal to 0 then
            if catalog-check-mode is equal to "defer" then
               perform write-accepted-record
            else
      close gap-master-file
   end-if
   open i-o gap-master-file
   *> acquisitions' decisions, where any have been loaded, keep a
   *> declined title - and a deferred one until its date - out of
   *> the master's counts and off the escalation report
   move 0 to decisions-available
   call "CBL_CHECK_FILE_EXIST" using gap-decision-fname file-info
   if return-code is equal to zero then
      open input gap-decision-file
      move 1 to decisions-available
   end-if
   perform fold-gap-into-master
   *> the sweep can only tell an open lead from a closed one with
   *> the catalog to hand - in deferred-cross-check mode it is
   if sweep-cat-open is equal to 1 then
      close book-master-file
   end-if
   if decisions-available is equal to 1 then
      close gap-decision-file
   end-if
   close gap-master-file.

fold-gap-into-master.
   *> one per-run gap slot folded into its master entry: the first
   *> offer date is kept, the last moves up to today, and the run,
   *> offer and unit counts accumulate - one master update per run
   *> per key, so gm-runs counts distinct runs, not offers. A title
   *> acquisitions has declined or deferred is not counted up
   move gap-key to gd-key
   perform check-gap-decision
   if gap-decided-off is equal to 1 then
      add 1 to gap-fold-suppressed
   else
      move gap-key to gm-key
      read gap-master-file key is gm-key
         invalid key
            move gap-key      to gm-key
            move run-date     to gm-first-date
            move run-date     to gm-last-date
            move 1            to gm-runs
            move gap-count    to gm-offers
            move gap-units    to gm-units
            move spaces       to gm-suppliers
            move gap-supplier to gm-suppliers(1:6)
            move gap-title    to gm-title
            write gap-master-record
         not invalid key
            move run-date  to gm-last-date
            add 1          to gm-runs
            add gap-count  to gm-offers
            add gap-units  to gm-units
            perform merge-gap-supplier
            if gm-title is equal to spaces then
               move gap-title to gm-title
            end-if
            rewrite gap-master-record
      end-read
   end-if.

check-gap-decision.
   *> gd-key set by the caller: is the title declined, or deferred
   *> to a date not yet reached? An approved title stays a live lead
   *> until catmaint has added it and the sweep clears it
   move 0 to gap-decided-off
   if decisions-available is equal to 1 then
      read gap-decision-file key is gd-key
         invalid key
            continue
         not invalid key
            if gd-decision is equal to 'D' then
               move 1 to gap-decided-off
            end-if
            if gd-decision is equal to 'F'
               and run-date is less than gd-defer-until then
               move 1 to gap-decided-off
            end-if
      end-read
   end-if.

merge-gap-supplier.
   *> slot the offering supplier into the master's list if it is not
      end-delete
   else
      add 1 to gapm-entries
      move gm-key to gd-key
      perform check-gap-decision
      if gap-decided-off is equal to 1 then
         add 1 to gapm-suppressed
      end-if
      if escalate-runs is greater than 0
         and gm-runs is not less than escalate-runs
         and gap-decided-off is equal to 0 then
         add 1 to gapm-escalated
         perform write-escalation-line
      end-if
   write gap-escal-record.

write-accepted-record.
   perform build-accepted-record
   write accepted-record
   add 1 to cnt-accepted-recs
   perform update-acc-history
   if rec-delimited is equal to 1
      and supp-price is not equal to spaces then
      perform update-price-history
   end-if.

build-accepted-record.
   *> fixed-layout record for the purchase-order load job, keyed by
   *> the canonical ISBN-13; the catalog title and author ride along
   *> when the cross-check matched the book
   else
      move zeros to acc-qty
      move spaces to acc-price
   end-if.

get-offer-selection.
   *> ISBN_OFFER_SELECTION=best turns on best-offer selection for a
   *> control run: rather than ordering each title from whichever
   *> file of the set happened to offer it first, every clean offer
   *> is held and the cheapest active supplier is chosen at the end.
   *> A single-file or recycle run has only the one source to choose
   *> from, so the setting is reported and ignored there
   move 0 to best-offer
   move spaces to offer-selection
   accept offer-selection from environment "ISBN_OFFER_SELECTION"
   move function lower-case(offer-selection) to offer-selection
   if offer-selection is not equal to spaces
      and offer-selection is not equal to "best"
      and offer-selection is not equal to "first" then
      display "Error: offer selection " offer-selection
         " is not best or first - ending run"
      move 8 to return-code
      stop run
   end-if
   *> a deferred catalog check writes every occurrence for the
   *> isbnmatch job to count offers from, which choosing one supplier
   *> here would defeat - the two settings do not combine
   move spaces to catalog-check-mode
   accept catalog-check-mode from environment "ISBN_CATALOG_CHECK"
   move function lower-case(catalog-check-mode) to catalog-check-mode
   if offer-selection is equal to "best"
      and catalog-check-mode is equal to "defer" then
      display "Notice: best-offer selection does not apply with the "
         "catalog cross-check deferred - ignored"
      move spaces to offer-selection
   end-if
   if offer-selection is equal to "best" then
      if run-mode is equal to "control" then
         move 1 to best-offer
         display "Best-offer selection: one supplier per ISBN "
            "chosen at end of run"
      else
         display "Notice: best-offer selection applies to control "
            "runs only - ignored"
      end-if
   end-if.

hold-offer.
   *> the accepted record this offer would write, held with its
   *> price and its place in the set for the end-of-run choice
   perform build-accepted-record
   move acc-isbn13   to of-isbn13
   move acc-supplier to of-supplier
   move acc-title    to of-title
   move acc-author   to of-author
   move acc-qty      to of-qty
   move acc-price    to of-price-text
   if acc-price is equal to spaces then
      move 1 to of-no-price
      move 0 to of-price
   else
      move 0 to of-no-price
      compute of-price = function numval(acc-price)
   end-if
   move file-seq     to of-file-seq
   move rec-count    to of-rec
   move printISBN    to of-print-isbn
   move fname-inp    to of-fname
   write offer-record
   add 1 to cnt-offers-held.

select-best-offers.
   *> end-of-run pass: the held offers sorted by ISBN, then priced
   *> before unpriced, then lowest unit price; equal prices go to
   *> the offer that came first in the set - the earlier file, then
   *> the earlier record - so the choice is the same every time the
   *> set is run. With the supplier master on file only active
   *> suppliers' offers were ever held: a supplier on hold or closed
   *> never gets this far
   close offer-file
   open output notsel-file
   sort sort-offer-file
      on ascending key so-isbn13
                       so-no-price
                       so-price
                       so-file-seq
                       so-rec
      using offer-file
      output procedure is pick-offer-winners
   close notsel-file.

pick-offer-winners.
   move 'N' to offer-eof
   move 0 to offer-group-open
   perform until offer-eof = 'Y'
      return sort-offer-file
         at end
            move 'Y' to offer-eof
            if offer-group-open is equal to 1 then
               perform close-offer-group
            end-if
         not at end
            if offer-group-open is equal to 0
               or so-isbn13 is not equal to offer-group-isbn then
               if offer-group-open is equal to 1 then
                  perform close-offer-group
               end-if
               perform accept-offer-winner
            else
               *> an offer held twice - written again after a restart
               *> from the last checkpoint - sorts next to itself and
               *> is passed over rather than reported against itself
               if so-file-seq is not equal to prev-file-seq
                  or so-rec is not equal to prev-rec then
                  perform write-not-selected-line
                  if so-file-seq is less than fc-file-seq
                     or (so-file-seq is equal to fc-file-seq
                        and so-rec is less than fc-rec) then
                     move so-file-seq to fc-file-seq
                     move so-rec      to fc-rec
                     move so-no-price to fc-no-price
                     move so-price    to fc-price
                  end-if
               end-if
            end-if
            move so-file-seq to prev-file-seq
            move so-rec      to prev-rec
      end-return
   end-perform.

accept-offer-winner.
   *> the first offer of an ISBN in sort order is the winner - it is
   *> written to the interface file and the cross-run histories just
   *> as a first-come accept would have been, and credited to the
   *> file it came from
   move 1 to offer-group-open
   move so-isbn13   to offer-group-isbn
   move so-supplier to win-supplier
   move so-no-price to win-no-price
   move so-price    to win-price
   move so-qty      to win-qty
   if so-no-price is equal to 1 then
      move "no price" to win-price-show
   else
      move so-price to last-price-edit
      move function trim(last-price-edit) to win-price-show
   end-if
   move so-file-seq to fc-file-seq
   move so-rec      to fc-rec
   move so-no-price to fc-no-price
   move so-price    to fc-price
   move so-isbn13     to acc-isbn13
   move so-supplier   to acc-supplier
   move so-title      to acc-title
   move so-author     to acc-author
   move so-qty        to acc-qty
   move so-price-text to acc-price
   write accepted-record
   add 1 to cnt-accepted-recs
   add 1 to cnt-selected
   move so-isbn13     to dup-key-value
   move so-supplier   to supplier-code
   move so-price-text to supp-price
   perform update-acc-history
   if so-price-text is not equal to spaces then
      perform update-price-history
   end-if
   perform varying ft-ix from 1 by 1 until ft-ix > file-count
      if ft-file-seq(ft-ix) is equal to so-file-seq then
         add 1 to ft-accepted(ft-ix)
      end-if
   end-perform.

close-offer-group.
   *> what choosing saved: had the first offer in the set been taken,
   *> the winner's quantity would have been bought at its price.
   *> Only a priced first offer gives a figure to compare against
   if fc-no-price is equal to 0
      and win-no-price is equal to 0
      and fc-price is greater than win-price then
      compute selection-savings
         = selection-savings + (fc-price - win-price) * win-qty
   end-if
   move 0 to offer-group-open.

write-not-selected-line.
   *> a clean offer that lost - shown with the winner and its price,
   *> so the buyer can see why the title went elsewhere
   add 1 to cnt-not-selected
   if so-no-price is equal to 1 then
      move "no price" to offer-price-show
   else
      move so-price to last-price-edit
      move function trim(last-price-edit) to offer-price-show
   end-if
   move spaces to notsel-record
   string so-print-isbn              delimited by size
          "  supplier "              delimited by size
          so-supplier                delimited by size
          "  price "                 delimited by size
          offer-price-show           delimited by size
          "  qty "                   delimited by size
          so-qty                     delimited by size
          "  record "                delimited by size
          so-rec                     delimited by size
          " of "                     delimited by size
          function trim(so-fname)    delimited by size
          " | not selected - winner supplier " delimited by size
          win-supplier               delimited by size
          " at "                     delimited by size
          function trim(win-price-show) delimited by size
     into notsel-record
   write notsel-record.

update-price-history.
   *> record the accepted price as the new yardstick for the next
            move "  valid format, not in catalog" to validity
         not invalid key
            move 1 to cat-matched
            if cat-status is equal to 'O' then
               move 1 to cat-out-of-print
            end-if
      end-read
   end-if.

