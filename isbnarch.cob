identification division.
program-id. isbnarch.

*> retention housekeeping for the files that only ever grow - the
*> validation run's history file, the catmaint journal, the accepted
*> history, the price history and the match job's last-offered file.
*> Each file has its own retention period in days; records dated
*> before the cutoff are copied to a dated sequential archive file
*> and the live file is rebuilt from the records kept, so the nightly
*> runs and the trend report stop slowing down month by month. The
*> archive for a file is written in full before its live file is
*> touched - if an archive write fails, that live file is left exactly
*> as it was and the run ends with a nonzero RETURN-CODE. A journal
*> entry is only archived once nothing is left of its batch inside
*> the retention period, so a batch that catmaint could still back
*> out is never split, and none is archived until the storefront
*> extract has sent it. Kept, archived and removed counts per file go
*> to isbnarch-report.txt

environment division.
input-output section.
file-control.
select history-file assign to dynamic history-fname
   organization is line sequential.
select journal-file assign to dynamic journal-fname
   organization is line sequential.
select acc-history-file assign to dynamic acchist-fname
   organization is indexed
   access mode is dynamic
   record key is ahs-key.
select price-history-file assign to dynamic pricehist-fname
   organization is indexed
   access mode is dynamic
   record key is prh-key.
select last-offered-file assign to dynamic lastoffer-fname
   organization is indexed
   access mode is dynamic
   record key is lof-key.
select archive-file assign to dynamic archive-fname
   organization is line sequential
   file status is archive-status.
select keep-file assign to dynamic keep-fname
   organization is line sequential
   file status is keep-status.
select arch-report-file assign to dynamic arch-report-fname
   organization is line sequential.
select hwm-file assign to dynamic hwm-fname
   organization is line sequential.

data division.
file section.
fd history-file.
*> only the run date is needed here - the rest of the line is
*> carried through to the archive or the rebuilt file untouched
01 history-record.
   05 hist-date  pic 9(8).
   05 filler     pic x(292).
fd journal-file.
01 journal-record.
   05 jrn-date           pic 9(8).
   05 jrn-time           pic 9(6).
   05 jrn-tran-fname     pic x(30).
   05 filler             pic x(356).
fd acc-history-file.
01 acc-history-record.
   05 ahs-key      pic 9(13).
   05 ahs-date     pic 9(8).
   05 ahs-supplier pic x(6).
fd price-history-file.
01 price-history-record.
   05 prh-key   pic 9(13).
   05 prh-price pic 9(7)v99.
   05 prh-date  pic 9(8).
fd last-offered-file.
01 last-offered-record.
   05 lof-key  pic 9(13).
   05 lof-date pic 9(8).
fd archive-file.
01 archive-record pic x(400).
fd keep-file.
01 keep-record pic x(400).
fd arch-report-file.
01 arch-report-record pic x(132).
fd hwm-file.
*> the storefront extract's high-water mark - only the stamp of the
*> last journal entry it has sent is needed here
01 hwm-record.
   05 hwm-date   pic 9(8).
   05 hwm-time   pic 9(6).
   05 filler     pic x(61).

working-storage section.
77 feof        pic A(1) value 'N'.
77 history-fname pic x(30) value "isbn-history.dat".
77 journal-fname pic x(30) value "catmaint-journal.dat".
77 acchist-fname pic x(30) value "isbn-acchist.dat".
77 pricehist-fname pic x(30) value "isbn-pricehist.dat".
77 lastoffer-fname pic x(30) value "isbn-lastoffer.dat".
77 keep-fname  pic x(30) value "isbnarch-keep.tmp".
77 arch-report-fname pic x(30) value "isbnarch-report.txt".
77 archive-fname pic x(40).
77 archive-status pic x(2).
77 keep-status pic x(2).
77 probe-buffer pic x(100).
77 run-date    pic 9(8) value 0.
77 cutoff-date pic 9(8) value 0.
77 retention-text pic x(10) value spaces.
77 retention-name pic x(20).
77 retention-days pic 9(4) value 0.
77 history-days pic 9(4) value 730.
77 journal-days pic 9(4) value 365.
77 acchist-days pic 9(4) value 365.
77 pricehist-days pic 9(4) value 730.
77 lastoffer-days pic 9(4) value 730.
77 field-bad   pic 9 value 0.
77 field-length pic 9(3) value 0.
77 j           pic 99 value 1.
01 temp        pic x(1).
77 file-label  pic x(30).
77 file-present pic 9 value 0.
77 file-skipped pic 9 value 0.
77 write-failed pic 9 value 0.
77 cnt-read    pic 9(9) value 0.
77 cnt-kept    pic 9(9) value 0.
77 cnt-archived pic 9(9) value 0.
77 cnt-removed pic 9(9) value 0.
77 files-failed pic 9(3) value 0.
77 arch-line   pic x(400).
77 keep-eof    pic A(1) value 'N'.
77 live-fname  pic x(30).
77 status-text pic x(40).
77 bt-count    pic 9(5) value 0.
77 bt-ix       pic 9(5) value 0.
77 bt-found    pic 9 value 0.
77 bt-overflow pic 9 value 0.
77 hwm-fname   pic x(30) value "catweb-hwm.dat".
77 hwm-present pic 9 value 0.
77 extract-date pic 9(8) value 0.
77 extract-time pic 9(6) value 0.
77 entry-extracted pic 9 value 0.
01 batch-table.
   *> the transaction files with journal entries inside the
   *> retention period - any older entry of one of these batches is
   *> kept, because catmaint backs out a batch by its file name
   05 batch-entry occurs 5000 times.
      10 bt-tran-fname pic x(30).

procedure division.
   accept run-date from date yyyymmdd.
   perform get-retention-parms.
   open output arch-report-file.
   move spaces to arch-report-record
   string "===== retention and archiving run " delimited by size
          run-date                             delimited by size
          " ====="                             delimited by size
     into arch-report-record
   write arch-report-record.
   perform archive-history.
   perform archive-journal.
   perform archive-acchist.
   perform archive-pricehist.
   perform archive-lastoffer.
   close arch-report-file.
   display " "
   display "===== retention and archiving summary ====="
   display "files with a failed archive : " files-failed
   display "report written      : " arch-report-fname (1:25).
   if files-failed is greater than 0 then
      move 8 to return-code
   else
      move 0 to return-code
   end-if.
stop run.

get-retention-parms.
   *> a retention period per file, in days, from its environment
   *> variable, with a default for the scheduled run; zero keeps the
   *> file whole. A mistyped period fails the run up front rather
   *> than archiving a year of history nobody meant to move
   move spaces to retention-text
   accept retention-text from environment "ISBNARCH_HISTORY_DAYS"
   if retention-text is not equal to spaces then
      move "history" to retention-name
      perform parse-retention-days
      move retention-days to history-days
   end-if
   move spaces to retention-text
   accept retention-text from environment "ISBNARCH_JOURNAL_DAYS"
   if retention-text is not equal to spaces then
      move "journal" to retention-name
      perform parse-retention-days
      move retention-days to journal-days
   end-if
   move spaces to retention-text
   accept retention-text from environment "ISBNARCH_ACCHIST_DAYS"
   if retention-text is not equal to spaces then
      move "accepted history" to retention-name
      perform parse-retention-days
      move retention-days to acchist-days
   end-if
   move spaces to retention-text
   accept retention-text from environment "ISBNARCH_PRICEHIST_DAYS"
   if retention-text is not equal to spaces then
      move "price history" to retention-name
      perform parse-retention-days
      move retention-days to pricehist-days
   end-if
   move spaces to retention-text
   accept retention-text from environment "ISBNARCH_LASTOFFER_DAYS"
   if retention-text is not equal to spaces then
      move "last-offered" to retention-name
      perform parse-retention-days
      move retention-days to lastoffer-days
   end-if.

parse-retention-days.
   *> a whole number of days, at most four digits
   move 0 to field-bad
   compute field-length
      = function length(function trim(retention-text))
   if field-length is greater than 4 then
      move 1 to field-bad
   else
      perform varying j from 1 by 1 until j > field-length
         move retention-text(j:1) to temp
         if temp is not numeric then
            move 1 to field-bad
         end-if
      end-perform
   end-if
   if field-bad is equal to 1 then
      display "Error: " function trim(retention-name)
         " retention " retention-text
         " is not a number of days - ending run"
      move 8 to return-code
      stop run
   end-if
   compute retention-days = function numval(retention-text).

begin-file.
   *> common start for every file: counters cleared, the cutoff
   *> worked out from the retention period, and the dated archive
   *> name built from the live name. A file that is not there, or
   *> whose retention is zero, is reported and left alone
   move 0 to cnt-read
   move 0 to cnt-kept
   move 0 to cnt-archived
   move 0 to cnt-removed
   move 0 to write-failed
   move 0 to file-skipped
   move 0 to cutoff-date
   move spaces to status-text
   move 0 to file-present
   call "CBL_CHECK_FILE_EXIST" using live-fname probe-buffer
   if return-code is equal to zero then
      move 1 to file-present
   end-if
   if file-present is equal to 0 then
      move 1 to file-skipped
      move "file not found - skipped" to status-text
   else
      if retention-days is equal to 0 then
         move 1 to file-skipped
         move "retention zero - kept whole" to status-text
      else
         compute cutoff-date = function date-of-integer
            (function integer-of-date(run-date) - retention-days)
         *> isbn-history.dat archives to isbn-history-arch-yyyymmdd.dat
         compute field-length
            = function length(function trim(live-fname)) - 4
         move spaces to archive-fname
         string live-fname(1:field-length) delimited by size
                "-arch-"              delimited by size
                run-date              delimited by size
                ".dat"                delimited by size
           into archive-fname
      end-if
   end-if.

open-work-files.
   *> the archive is appended to if a run earlier today made one;
   *> the keep file always starts empty. A failure to open either is
   *> an archive failure like any other
   call "CBL_CHECK_FILE_EXIST" using archive-fname probe-buffer
   if return-code is equal to zero then
      open extend archive-file
   else
      open output archive-file
   end-if
   if archive-status is not equal to "00" then
      move 1 to write-failed
   end-if
   open output keep-file
   if keep-status is not equal to "00" then
      move 1 to write-failed
   end-if.

close-work-files.
   close archive-file
   close keep-file.

write-archive-line.
   if write-failed is equal to 0 then
      move arch-line to archive-record
      write archive-record
      if archive-status is not equal to "00" then
         move 1 to write-failed
      else
         add 1 to cnt-archived
      end-if
   end-if.

write-keep-line.
   if write-failed is equal to 0 then
      move arch-line to keep-record
      write keep-record
      if keep-status is not equal to "00" then
         move 1 to write-failed
      else
         add 1 to cnt-kept
      end-if
   end-if.

end-file.
   *> a failed archive leaves the live file as it was - nothing has
   *> been removed, and the report and return code say so
   if file-skipped is equal to 0 then
      if write-failed is equal to 1 then
         add 1 to files-failed
         move 0 to cnt-removed
         move "ARCHIVE WRITE FAILED - live file untouched"
            to status-text
      else
         move cnt-archived to cnt-removed
         move "archived and rebuilt" to status-text
      end-if
   end-if
   perform write-file-report-line.

write-file-report-line.
   move spaces to arch-report-record
   string file-label            delimited by size
          " retention "         delimited by size
          retention-days        delimited by size
          "d  cutoff "          delimited by size
          cutoff-date           delimited by size
          "  read "             delimited by size
          cnt-read              delimited by size
          "  kept "             delimited by size
          cnt-kept              delimited by size
          "  archived "         delimited by size
          cnt-archived          delimited by size
          "  removed "          delimited by size
          cnt-removed           delimited by size
     into arch-report-record
   write arch-report-record
   move spaces to arch-report-record
   if file-skipped is equal to 0 then
      string "     "             delimited by size
             function trim(status-text) delimited by size
             " - archive "       delimited by size
             archive-fname       delimited by size
        into arch-report-record
   else
      string "     "             delimited by size
             function trim(status-text) delimited by size
        into arch-report-record
   end-if
   write arch-report-record
   display file-label " kept " cnt-kept " archived " cnt-archived
      " " function trim(status-text).

archive-history.
   *> the validation run's per-file history, one line per input file
   *> per run, dated by the run
   move "isbn-history.dat" to file-label
   move history-fname to live-fname
   move history-days to retention-days
   perform begin-file
   if file-skipped is equal to 0 then
      perform open-work-files
      open input history-file
      move 'N' to feof
      perform until feof = 'Y' or write-failed = 1
         read history-file
            at end move 'Y' to feof
            not at end
               add 1 to cnt-read
               move history-record to arch-line
               if hist-date is numeric
                  and hist-date is less than cutoff-date then
                  perform write-archive-line
               else
                  perform write-keep-line
               end-if
         end-read
      end-perform
      close history-file
      perform close-work-files
      if write-failed is equal to 0 then
         open input keep-file
         open output history-file
         move 'N' to keep-eof
         perform until keep-eof = 'Y'
            read keep-file
               at end move 'Y' to keep-eof
               not at end
                  move keep-record to history-record
                  write history-record
            end-read
         end-perform
         close keep-file
         close history-file
      end-if
   end-if
   perform end-file.

archive-journal.
   *> the catmaint journal - an old entry goes only when no entry of
   *> the same batch is still inside the retention period, because a
   *> backout by batch name reverses every entry it finds under it
   move "catmaint-journal.dat" to file-label
   move journal-fname to live-fname
   move journal-days to retention-days
   perform begin-file
   if file-skipped is equal to 0 then
      perform read-extract-mark
      perform load-live-batches
      if bt-overflow is equal to 1 then
         move 1 to file-skipped
         move "over 5000 live batches - kept whole" to status-text
      end-if
   end-if
   if file-skipped is equal to 0 then
      perform open-work-files
      open input journal-file
      move 'N' to feof
      perform until feof = 'Y' or write-failed = 1
         read journal-file
            at end move 'Y' to feof
            not at end
               add 1 to cnt-read
               move journal-record to arch-line
               perform find-live-batch
               perform check-entry-extracted
               if jrn-date is numeric
                  and jrn-date is less than cutoff-date
                  and bt-found is equal to 0
                  and entry-extracted is equal to 1 then
                  perform write-archive-line
               else
                  perform write-keep-line
               end-if
         end-read
      end-perform
      close journal-file
      perform close-work-files
      if write-failed is equal to 0 then
         open input keep-file
         open output journal-file
         move 'N' to keep-eof
         perform until keep-eof = 'Y'
            read keep-file
               at end move 'Y' to keep-eof
               not at end
                  move keep-record to journal-record
                  write journal-record
            end-read
         end-perform
         close keep-file
         close journal-file
      end-if
   end-if
   perform end-file.

load-live-batches.
   *> first pass over the journal: every batch with an entry on or
   *> after the cutoff. A table too small to hold them all keeps the
   *> whole journal - trimming on a partial list could split a batch
   move 0 to bt-count
   move 0 to bt-overflow
   open input journal-file
   move 'N' to feof
   perform until feof = 'Y'
      read journal-file
         at end move 'Y' to feof
         not at end
            if jrn-date is not numeric
               or jrn-date is not less than cutoff-date then
               perform find-live-batch
               if bt-found is equal to 0 then
                  if bt-count is less than 5000 then
                     add 1 to bt-count
                     move jrn-tran-fname to bt-tran-fname(bt-count)
                  else
                     move 1 to bt-overflow
                  end-if
               end-if
            end-if
      end-read
   end-perform
   close journal-file.

read-extract-mark.
   *> the storefront extract sends each journal entry once, after its
   *> high-water mark; an entry at or after the mark has not gone yet
   *> and must stay for it. With no mark the extract is not in use
   *> and retention alone decides
   move 0 to hwm-present
   call "CBL_CHECK_FILE_EXIST" using hwm-fname probe-buffer
   if return-code is equal to zero then
      open input hwm-file
      read hwm-file
         at end continue
         not at end
            if hwm-date is numeric and hwm-time is numeric then
               move 1 to hwm-present
               move hwm-date to extract-date
               move hwm-time to extract-time
            end-if
      end-read
      close hwm-file
      *> a mark that is there but cannot be read may be holding back
      *> entries not yet sent - keep the journal whole rather than
      *> guess
      if hwm-present is equal to 0 then
         move 1 to file-skipped
         move "storefront mark unreadable - kept whole"
            to status-text
      end-if
   end-if.

check-entry-extracted.
   move 1 to entry-extracted
   if hwm-present is equal to 1 then
      if jrn-date is not numeric
         or jrn-time is not numeric then
         move 0 to entry-extracted
      else
         if jrn-date is greater than extract-date
            or (jrn-date is equal to extract-date
               and jrn-time is not less than extract-time) then
            move 0 to entry-extracted
         end-if
      end-if
   end-if.

find-live-batch.
   move 0 to bt-found
   perform varying bt-ix from 1 by 1
      until bt-ix > bt-count or bt-found = 1
      if bt-tran-fname(bt-ix) is equal to jrn-tran-fname then
         move 1 to bt-found
      end-if
   end-perform.

archive-acchist.
   *> the accepted history, one entry per ISBN, dated by the last
   *> time the ISBN was accepted
   move "isbn-acchist.dat" to file-label
   move acchist-fname to live-fname
   move acchist-days to retention-days
   perform begin-file
   if file-skipped is equal to 0 then
      perform open-work-files
      open input acc-history-file
      move 'N' to feof
      perform until feof = 'Y' or write-failed = 1
         read acc-history-file next
            at end move 'Y' to feof
            not at end
               add 1 to cnt-read
               move acc-history-record to arch-line
               if ahs-date is less than cutoff-date then
                  perform write-archive-line
               else
                  perform write-keep-line
               end-if
         end-read
      end-perform
      close acc-history-file
      perform close-work-files
      if write-failed is equal to 0 then
         open input keep-file
         open output acc-history-file
         move 'N' to keep-eof
         perform until keep-eof = 'Y'
            read keep-file
               at end move 'Y' to keep-eof
               not at end
                  move keep-record to acc-history-record
                  write acc-history-record
                     invalid key
                        display "Error: accepted history key "
                           ahs-key " duplicated in the rebuild"
                  end-write
            end-read
         end-perform
         close keep-file
         close acc-history-file
      end-if
   end-if
   perform end-file.

archive-pricehist.
   *> the price history, one entry per ISBN, dated by the last
   *> accepted price
   move "isbn-pricehist.dat" to file-label
   move pricehist-fname to live-fname
   move pricehist-days to retention-days
   perform begin-file
   if file-skipped is equal to 0 then
      perform open-work-files
      open input price-history-file
      move 'N' to feof
      perform until feof = 'Y' or write-failed = 1
         read price-history-file next
            at end move 'Y' to feof
            not at end
               add 1 to cnt-read
               move price-history-record to arch-line
               if prh-date is less than cutoff-date then
                  perform write-archive-line
               else
                  perform write-keep-line
               end-if
         end-read
      end-perform
      close price-history-file
      perform close-work-files
      if write-failed is equal to 0 then
         open input keep-file
         open output price-history-file
         move 'N' to keep-eof
         perform until keep-eof = 'Y'
            read keep-file
               at end move 'Y' to keep-eof
               not at end
                  move keep-record to price-history-record
                  write price-history-record
                     invalid key
                        display "Error: price history key "
                           prh-key " duplicated in the rebuild"
                  end-write
            end-read
         end-perform
         close keep-file
         close price-history-file
      end-if
   end-if
   perform end-file.

archive-lastoffer.
   *> the match job's last-offered file, one entry per catalog title
   *> a feed has carried, dated by the last run that saw it
   move "isbn-lastoffer.dat" to file-label
   move lastoffer-fname to live-fname
   move lastoffer-days to retention-days
   perform begin-file
   if file-skipped is equal to 0 then
      perform open-work-files
      open input last-offered-file
      move 'N' to feof
      perform until feof = 'Y' or write-failed = 1
         read last-offered-file next
            at end move 'Y' to feof
            not at end
               add 1 to cnt-read
               move last-offered-record to arch-line
               if lof-date is less than cutoff-date then
                  perform write-archive-line
               else
                  perform write-keep-line
               end-if
         end-read
      end-perform
      close last-offered-file
      perform close-work-files
      if write-failed is equal to 0 then
         open input keep-file
         open output last-offered-file
         move 'N' to keep-eof
         perform until keep-eof = 'Y'
            read keep-file
               at end move 'Y' to keep-eof
               not at end
                  move keep-record to last-offered-record
                  write last-offered-record
                     invalid key
                        display "Error: last-offered key "
                           lof-key " duplicated in the rebuild"
                  end-write
            end-read
         end-perform
         close keep-file
         close last-offered-file
      end-if
   end-if
   perform end-file.
