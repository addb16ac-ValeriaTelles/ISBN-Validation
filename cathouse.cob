*> order to a sequential backup file while auditing its integrity:
*> every cat-key must pass the ISBN-13 check digit, keys must come
*> off the index strictly ascending, and records with a blank title
*> are reported, as are records whose print status is not I or O or
*> whose publication date is not a plausible one. A reload mode
*> rebuilds the indexed file from a named backup. Any integrity
*> finding ends the run with a nonzero RETURN-CODE so the scheduler
*> can page before the nightly runs discover a damaged index the hard
*> way

environment division.
input-output section.
   05 cat-key    pic 9(13).
   05 cat-title  pic x(40).
   05 cat-author pic x(30).
   05 cat-detail.
      10 cat-publisher  pic x(30).
      10 cat-format     pic x(10).
      10 cat-pub-date   pic 9(8).
      10 cat-list-price pic 9(7)v99.
      10 cat-status     pic x(1).
fd backup-file.
*> the catalog record laid out flat, one line per record in key
*> order - the restore point the reload mode rebuilds from
   05 bkp-key    pic x(13).
   05 bkp-title  pic x(40).
   05 bkp-author pic x(30).
   05 bkp-detail.
      10 bkp-publisher  pic x(30).
      10 bkp-format     pic x(10).
      10 bkp-pub-date   pic 9(8).
      10 bkp-list-price pic 9(7)v99.
      10 bkp-status     pic x(1).
fd house-report-file.
01 house-report-record pic x(132).

77 cnt-blank-title pic 9(7) value 0.
77 cnt-bad-key pic 9(7) value 0.
77 cnt-loaded  pic 9(7) value 0.
77 cnt-bad-status pic 9(7) value 0.
77 cnt-bad-pub-date pic 9(7) value 0.
77 run-date    pic 9(8) value 0.
77 latest-pub-year pic 9(4) value 0.
77 pub-year    pic 9(4) value 0.
77 date-bad    pic 9 value 0.
77 findings    pic 9(7) value 0.
77 prior-key   pic 9(13) value 0.
77 first-rec   pic 9 value 1.
procedure division.
   perform get-run-mode.
   perform get-backup-fname.
   accept run-date from date yyyymmdd.
   *> a title can be announced for next year but not later
   compute latest-pub-year = run-date / 10000 + 1.
   open output house-report-file.
   if run-mode is equal to "reload" then
      perform run-reload
   perform print-house-summary.
   compute findings = cnt-bad-digit + cnt-sequence
                    + cnt-blank-title + cnt-bad-key
                    + cnt-bad-status + cnt-bad-pub-date
   if findings is greater than 0 then
      move 8 to return-code
   else
            move cat-key    to bkp-key
            move cat-title  to bkp-title
            move cat-author to bkp-author
            move cat-detail to bkp-detail
            write backup-record
      end-read
   end-perform
             cat-key                        delimited by size
        into house-report-record
      write house-report-record
   end-if
   perform audit-record-detail.

audit-record-detail.
   *> the status decides whether a supplier's offer can be ordered,
   *> so anything but I or O is a finding; a publication date of zero
   *> means not known, anything else must be a real date no earlier
   *> than printing itself and no later than next year
   if cat-status is not equal to 'I'
      and cat-status is not equal to 'O' then
      add 1 to cnt-bad-status
      move spaces to house-report-record
      string "FINDING bad print status  : " delimited by size
             cat-key                        delimited by size
             " status '"                    delimited by size
             cat-status                     delimited by size
             "'"                            delimited by size
        into house-report-record
      write house-report-record
   end-if
   if cat-pub-date is not equal to 0 then
      move 0 to date-bad
      if function test-date-yyyymmdd(cat-pub-date)
            is not equal to 0 then
         move 1 to date-bad
      else
         *> the year alone - any day of next year is allowed
         compute pub-year = cat-pub-date / 10000
         if pub-year is less than 1450
            or pub-year is greater than latest-pub-year then
            move 1 to date-bad
         end-if
      end-if
      if date-bad is equal to 1 then
         add 1 to cnt-bad-pub-date
         move spaces to house-report-record
         string "FINDING bad pub date      : " delimited by size
                cat-key                        delimited by size
                " date "                       delimited by size
                cat-pub-date                   delimited by size
           into house-report-record
         write house-report-record
      end-if
   end-if.

write-finding-line.
   *> off an unload strictly ascending, so a key at or below the one
   *> before it is a duplicate or a scrambled file - also reported
   *> and left out; the nonzero return code at end of run says the
   *> reload needs looking at. A publication date or list price that
   *> is not numeric cannot be put in the catalog's numeric fields,
   *> so that record is left out too; a bad status or an implausible
   *> date is loaded as it stands and reported, as the unload does
   move 0 to checkValid
   if bkp-key is numeric then
      move bkp-key to check-key
           into house-report-record
         write house-report-record
      else
         if bkp-pub-date is not numeric
            or bkp-list-price is not numeric then
            add 1 to cnt-bad-key
            move spaces to house-report-record
            string "FINDING bad backup detail : " delimited by size
                   bkp-key                        delimited by size
                   " - record not loaded"         delimited by size
              into house-report-record
            write house-report-record
         else
            move 0 to first-rec
            compute cat-key = function numval(bkp-key)
            move cat-key    to prior-key
            move bkp-title  to cat-title
            move bkp-author to cat-author
            move bkp-detail to cat-detail
            perform audit-record-detail
            write cat-record
            add 1 to cnt-loaded
         end-if
      end-if
   end-if.

      display "backup records read : " rec-count
      display "records loaded      : " cnt-loaded
      display "records not loaded  : " cnt-bad-key
      display "bad print status    : " cnt-bad-status
      display "bad pub dates       : " cnt-bad-pub-date
   else
      display "===== catalog housekeeping summary ====="
      display "records unloaded    : " rec-count
      display "bad check digits    : " cnt-bad-digit
      display "keys not ascending  : " cnt-sequence
      display "blank titles        : " cnt-blank-title
      display "bad print status    : " cnt-bad-status
      display "bad pub dates       : " cnt-bad-pub-date
   end-if
   display "report written      : " house-report-fname (1:25).
