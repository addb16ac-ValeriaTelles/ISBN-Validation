identification division.
program-id. isbnconv.

*> one-time layout conversion of a persistent file whose record has
*> been widened. The batch parameter (or environment variable) names
*> the file set to convert; "catalog" takes isbn-catalog.dat and the
*> catmaint journal from the title-and-author record to the one that
*> also carries publisher, format, publication date, list price and
*> print status; "gapmaster" takes isbn-gapmaster.dat to the record
*> that also carries the supplier's title; "suppliers" takes
*> isbn-suppliers.dat to the record that also carries the trading
*> terms. Each file is first copied as it stands to a restore-point
*> file, and the live file is then rebuilt from that copy in the new
*> layout with the added fields defaulted. A restore point that
*> already exists means the conversion has been run - the run refuses
*> rather than reading a converted file with the old layout and
*> mangling it

environment division.
input-output section.
file-control.
select old-catalog-file assign to dynamic catalog-fname
   organization is indexed
   access mode is dynamic
   record key is old-cat-key.
select new-catalog-file assign to dynamic catalog-fname
   organization is indexed
   access mode is dynamic
   record key is cat-key.
select catalog-save-file assign to dynamic catalog-save-fname
   organization is line sequential.
select old-journal-file assign to dynamic journal-fname
   organization is line sequential.
select new-journal-file assign to dynamic journal-fname
   organization is line sequential.
select journal-save-file assign to dynamic journal-save-fname
   organization is line sequential.
select old-gap-master-file assign to dynamic gap-master-fname
   organization is indexed
   access mode is dynamic
   record key is old-gm-key.
select new-gap-master-file assign to dynamic gap-master-fname
   organization is indexed
   access mode is dynamic
   record key is gm-key.
select gap-master-save-file assign to dynamic gap-master-save-fname
   organization is line sequential.
select old-supplier-file assign to dynamic suppliers-fname
   organization is indexed
   access mode is dynamic
   record key is old-sup-code.
select new-supplier-file assign to dynamic suppliers-fname
   organization is indexed
   access mode is dynamic
   record key is sup-code.
select supplier-save-file assign to dynamic suppliers-save-fname
   organization is line sequential.

data division.
file section.
fd old-catalog-file.
01 old-cat-record.
   05 old-cat-key    pic 9(13).
   05 old-cat-title  pic x(40).
   05 old-cat-author pic x(30).
fd new-catalog-file.
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
fd catalog-save-file.
*> the catalog as it stood before conversion, one line per record
*> in key order
01 catalog-save-record.
   05 sav-key    pic 9(13).
   05 sav-title  pic x(40).
   05 sav-author pic x(30).
fd old-journal-file.
01 old-journal-record pic x(200).
fd journal-save-file.
01 journal-save-record.
   05 ojr-date           pic 9(8).
   05 ojr-time           pic 9(6).
   05 ojr-tran-fname     pic x(30).
   05 ojr-action         pic x(1).
   05 ojr-key            pic x(13).
   05 ojr-before-present pic 9.
   05 ojr-before-title   pic x(40).
   05 ojr-before-author  pic x(30).
   05 ojr-after-present  pic 9.
   05 ojr-after-title    pic x(40).
   05 ojr-after-author   pic x(30).
fd new-journal-file.
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
fd old-gap-master-file.
01 old-gap-master-record.
   05 old-gm-key        pic 9(13).
   05 old-gm-rest       pic x(67).
fd new-gap-master-file.
01 gap-master-record.
   05 gm-key        pic 9(13).
   05 gm-first-date pic 9(8).
   05 gm-last-date  pic 9(8).
   05 gm-runs       pic 9(5).
   05 gm-offers     pic 9(7).
   05 gm-units      pic 9(9).
   05 gm-suppliers  pic x(30).
   05 gm-title      pic x(40).
fd gap-master-save-file.
*> the gap master as it stood before conversion, in key order
01 gap-master-save-record.
   05 gsv-key        pic 9(13).
   05 gsv-rest       pic x(67).
fd old-supplier-file.
01 old-sup-record.
   05 old-sup-code    pic x(6).
   05 old-sup-rest    pic x(61).
fd new-supplier-file.
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
fd supplier-save-file.
*> the supplier master as it stood before conversion, in code order
01 supplier-save-record.
   05 ssv-code       pic x(6).
   05 ssv-rest       pic x(61).

working-storage section.
77 feof        pic A(1) value 'N'.
77 catalog-fname pic x(30) value "isbn-catalog.dat".
77 catalog-save-fname pic x(30) value "isbn-catalog-preconv.dat".
77 journal-fname pic x(30) value "catmaint-journal.dat".
77 journal-save-fname pic x(30) value "catmaint-journal-preconv.dat".
77 probe-buffer pic x(100).
77 arg-num     pic 9(2).
77 arg-count   pic 9(2) value 0.
77 conv-mode   pic x(10) value spaces.
77 cnt-saved   pic 9(7) value 0.
77 cnt-converted pic 9(7) value 0.
77 cnt-write-errors pic 9(7) value 0.
77 cnt-jrn-saved pic 9(7) value 0.
77 cnt-jrn-converted pic 9(7) value 0.
77 journal-present pic 9 value 0.
77 gap-master-fname pic x(30) value "isbn-gapmaster.dat".
77 gap-master-save-fname pic x(30) value "isbn-gapmaster-preconv.dat".
77 suppliers-fname pic x(30) value "isbn-suppliers.dat".
77 suppliers-save-fname pic x(30) value "isbn-suppliers-preconv.dat".

procedure division.
   perform get-conv-mode.
   evaluate conv-mode
      when "catalog"
         perform convert-catalog
         perform convert-journal
         perform print-catalog-summary
      when "gapmaster"
         perform convert-gap-master
         perform print-gap-master-summary
      when "suppliers"
         perform convert-suppliers
         perform print-suppliers-summary
   end-evaluate.
   if cnt-write-errors is greater than 0 then
      move 8 to return-code
   else
      move 0 to return-code
   end-if.
stop run.

get-conv-mode.
   *> the file set to convert, from the batch parameter or the
   *> environment variable; there is deliberately no default - a
   *> conversion is run once, on purpose, by name
   move spaces to conv-mode
   accept arg-count from argument-number
   if arg-count is greater than 0 then
      move 1 to arg-num
      display arg-num upon argument-number
      accept conv-mode from argument-value
   end-if
   if conv-mode is equal to spaces then
      accept conv-mode from environment "ISBNCONV_MODE"
   end-if
   move function lower-case(conv-mode) to conv-mode
   if conv-mode is not equal to "catalog"
      and conv-mode is not equal to "gapmaster"
      and conv-mode is not equal to "suppliers" then
      display "Error: conversion " conv-mode
         " is not catalog, gapmaster or suppliers - ending run"
      move 8 to return-code
      stop run
   end-if.

convert-catalog.
   *> the catalog must exist and must not already have a restore
   *> point beside it; the old-layout records are copied off in key
   *> order, then the indexed file is recreated from the copy
   call "CBL_CHECK_FILE_EXIST" using catalog-fname probe-buffer
   if return-code not equal zero then
      display "Error: catalog file " catalog-fname (1:20)
         " does not exist - nothing to convert"
      move 8 to return-code
      stop run
   end-if
   call "CBL_CHECK_FILE_EXIST" using catalog-save-fname probe-buffer
   if return-code is equal to zero then
      display "Error: restore point " catalog-save-fname (1:30)
         " already exists - the catalog has been converted"
      move 8 to return-code
      stop run
   end-if
   open input old-catalog-file
   open output catalog-save-file
   move 'N' to feof
   perform until feof = 'Y'
      read old-catalog-file next
         at end move 'Y' to feof
         not at end
            move old-cat-key    to sav-key
            move old-cat-title  to sav-title
            move old-cat-author to sav-author
            write catalog-save-record
            add 1 to cnt-saved
      end-read
   end-perform
   close old-catalog-file
   close catalog-save-file
   *> rebuild: every existing title is taken to be in print, with
   *> the publisher, format, date and price left for the catalogers
   *> to fill in through catmaint change transactions
   open input catalog-save-file
   open output new-catalog-file
   move 'N' to feof
   perform until feof = 'Y'
      read catalog-save-file
         at end move 'Y' to feof
         not at end
            move sav-key    to cat-key
            move sav-title  to cat-title
            move sav-author to cat-author
            move spaces     to cat-publisher
            move spaces     to cat-format
            move 0          to cat-pub-date
            move 0          to cat-list-price
            move 'I'        to cat-status
            write cat-record
               invalid key
                  add 1 to cnt-write-errors
                  display "Error: catalog key " sav-key
                     " could not be written"
               not invalid key
                  add 1 to cnt-converted
            end-write
      end-read
   end-perform
   close catalog-save-file
   close new-catalog-file.

convert-journal.
   *> the backout mode reads the journal in the catalog's layout, so
   *> it is converted with the catalog; a missing journal just means
   *> catmaint has never applied a batch
   move 0 to journal-present
   call "CBL_CHECK_FILE_EXIST" using journal-fname probe-buffer
   if return-code is equal to zero then
      move 1 to journal-present
   end-if
   if journal-present is equal to 1 then
      call "CBL_CHECK_FILE_EXIST" using journal-save-fname
         probe-buffer
      if return-code is equal to zero then
         display "Notice: restore point " journal-save-fname (1:30)
            " already exists - journal left as it stands"
         move 0 to journal-present
      end-if
   end-if
   if journal-present is equal to 1 then
      open input old-journal-file
      open output journal-save-file
      move 'N' to feof
      perform until feof = 'Y'
         read old-journal-file
            at end move 'Y' to feof
            not at end
               move old-journal-record to journal-save-record
               write journal-save-record
               add 1 to cnt-jrn-saved
         end-read
      end-perform
      close old-journal-file
      close journal-save-file
      open input journal-save-file
      open output new-journal-file
      move 'N' to feof
      perform until feof = 'Y'
         read journal-save-file
            at end move 'Y' to feof
            not at end
               perform convert-journal-entry
         end-read
      end-perform
      close journal-save-file
      close new-journal-file
   end-if.

convert-journal-entry.
   *> an image that was present was a catalog record, so it takes
   *> the same defaults the catalog did; an absent image stays blank
   *> with zero numbers, as catmaint writes it
   move ojr-date           to jrn-date
   move ojr-time           to jrn-time
   move ojr-tran-fname     to jrn-tran-fname
   move ojr-action         to jrn-action
   move ojr-key            to jrn-key
   move ojr-before-present to jrn-before-present
   move ojr-before-title   to jrn-before-title
   move ojr-before-author  to jrn-before-author
   move ojr-after-present  to jrn-after-present
   move ojr-after-title    to jrn-after-title
   move ojr-after-author   to jrn-after-author
   move spaces to jrn-before-detail
   move 0      to jrn-before-pub-date
   move 0      to jrn-before-list-price
   move spaces to jrn-after-detail
   move 0      to jrn-after-pub-date
   move 0      to jrn-after-list-price
   if ojr-before-present is equal to 1 then
      move 'I' to jrn-before-status
   end-if
   if ojr-after-present is equal to 1 then
      move 'I' to jrn-after-status
   end-if
   *> every entry from before the conversion is an applied
   *> transaction - backout reversals were not journaled then
   move 'T' to jrn-source
   write journal-record
   add 1 to cnt-jrn-converted.

convert-gap-master.
   *> same shape as the catalog: refuse a second run, copy off the
   *> old records, rebuild. A lead already on the master gets its
   *> title from the next supplier file that offers it
   call "CBL_CHECK_FILE_EXIST" using gap-master-fname probe-buffer
   if return-code not equal zero then
      display "Error: gap master " gap-master-fname (1:20)
         " does not exist - nothing to convert"
      move 8 to return-code
      stop run
   end-if
   call "CBL_CHECK_FILE_EXIST" using gap-master-save-fname
      probe-buffer
   if return-code is equal to zero then
      display "Error: restore point " gap-master-save-fname (1:30)
         " already exists - the gap master has been converted"
      move 8 to return-code
      stop run
   end-if
   open input old-gap-master-file
   open output gap-master-save-file
   move 'N' to feof
   perform until feof = 'Y'
      read old-gap-master-file next
         at end move 'Y' to feof
         not at end
            move old-gm-key  to gsv-key
            move old-gm-rest to gsv-rest
            write gap-master-save-record
            add 1 to cnt-saved
      end-read
   end-perform
   close old-gap-master-file
   close gap-master-save-file
   open input gap-master-save-file
   open output new-gap-master-file
   move 'N' to feof
   perform until feof = 'Y'
      read gap-master-save-file
         at end move 'Y' to feof
         not at end
            move gap-master-save-record to gap-master-record
            move spaces to gm-title
            write gap-master-record
               invalid key
                  add 1 to cnt-write-errors
                  display "Error: gap master key " gsv-key
                     " could not be written"
               not invalid key
                  add 1 to cnt-converted
            end-write
      end-read
   end-perform
   close gap-master-save-file
   close new-gap-master-file.

convert-suppliers.
   *> same shape again. A converted supplier has no trading terms -
   *> no discount, no minimum, no lead time and blank payment terms,
   *> which the purchase-order run reads as terms not yet agreed -
   *> until the buyers load them through suppmaint change transactions
   call "CBL_CHECK_FILE_EXIST" using suppliers-fname probe-buffer
   if return-code not equal zero then
      display "Error: supplier master " suppliers-fname (1:20)
         " does not exist - nothing to convert"
      move 8 to return-code
      stop run
   end-if
   call "CBL_CHECK_FILE_EXIST" using suppliers-save-fname
      probe-buffer
   if return-code is equal to zero then
      display "Error: restore point " suppliers-save-fname (1:30)
         " already exists - the supplier master has been converted"
      move 8 to return-code
      stop run
   end-if
   open input old-supplier-file
   open output supplier-save-file
   move 'N' to feof
   perform until feof = 'Y'
      read old-supplier-file next
         at end move 'Y' to feof
         not at end
            move old-sup-code to ssv-code
            move old-sup-rest to ssv-rest
            write supplier-save-record
            add 1 to cnt-saved
      end-read
   end-perform
   close old-supplier-file
   close supplier-save-file
   open input supplier-save-file
   open output new-supplier-file
   move 'N' to feof
   perform until feof = 'Y'
      read supplier-save-file
         at end move 'Y' to feof
         not at end
            move supplier-save-record to sup-record
            move 0      to sup-discount
            move 0      to sup-min-order
            move 0      to sup-lead-days
            move spaces to sup-pay-terms
            write sup-record
               invalid key
                  add 1 to cnt-write-errors
                  display "Error: supplier code " ssv-code
                     " could not be written"
               not invalid key
                  add 1 to cnt-converted
            end-write
      end-read
   end-perform
   close supplier-save-file
   close new-supplier-file.

print-suppliers-summary.
   display " "
   display "===== supplier master conversion summary ====="
   display "supplier records saved   : " cnt-saved
      " to " suppliers-save-fname (1:30)
   display "supplier records rebuilt : " cnt-converted
   display "supplier write errors    : " cnt-write-errors.

print-gap-master-summary.
   display " "
   display "===== gap master conversion summary ====="
   display "gap master records saved   : " cnt-saved
      " to " gap-master-save-fname (1:30)
   display "gap master records rebuilt : " cnt-converted
   display "gap master write errors    : " cnt-write-errors.

print-catalog-summary.
   display " "
   display "===== catalog conversion summary ====="
   display "catalog records saved   : " cnt-saved
      " to " catalog-save-fname (1:30)
   display "catalog records rebuilt : " cnt-converted
   display "catalog write errors    : " cnt-write-errors
   if journal-present is equal to 1 then
      display "journal entries saved   : " cnt-jrn-saved
         " to " journal-save-fname (1:30)
      display "journal entries rebuilt : " cnt-jrn-converted
   end-if.
