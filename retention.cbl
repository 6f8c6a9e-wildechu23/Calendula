       id division.
       program-id. retention.

      *> Output-library retention run, driven by the job master
      *> (calendula.jobm) and a calendula.pol policy card file
      *> (KEEPDAYS n, KEEPLAST n, ARCHDIR name, ACTION ARCHIVE or
      *> PURGE). A record's output is kept while it is inside the
      *> KEEPDAYS window or among the KEEPLAST newest outputs for its
      *> OUTNAME; everything else is moved to the archive directory
      *> (or deleted under PURGE) and its master record is rewritten
      *> in place with status ARCHIVED or PURGED and a timestamp, so
      *> the reconciliation picture stays truthful. Pass files the
      *> record names (depth, normal, object ID) are moved or purged
      *> with their beauty image. Band slice records and records
      *> already flagged are left alone. With no policy file the run
      *> logs a notice and touches nothing.
       environment division.
           select optional policy-file assign to 'calendula.pol'
               organization is line sequential
               file status is pol-status.
           select job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select catalog-file assign to 'calendula.arc'
               organization is line sequential
               file status is cat-status.
       01 policy-card.
           05 pol-keyword pic x(8).
           05 pol-value pic x(72).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd catalog-file.
       01 catalog-record pic x(300).
       fd render-log.
       01 log-record pic x(160).
       fd status-file.

       working-storage section.
       01 pol-status pic xx.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 pol-eof pic x value 'N'.
       01 hist-eof pic x value 'N'.
       01 keep-last comp-5 pic s9(5) value 0.
       01 arch-dir pic x(40) value 'archive'.
       01 retain-action pic x(8) value 'ARCHIVE'.
       01 flag-status pic x(8).

       01 hist-count comp-5 pic s9(4) value 0.
       01 max-hist comp-5 pic s9(4) value 2000.
       01 hist-loaded pic x value 'N'.
       01 hist-data.
           05 hist-row occurs 2000 times.
               10 h-key pic x(25).
               10 h-claim pic x.
               10 h-jobkey pic x(15).
               10 h-jobseq pic x(8).
               10 h-outname pic x(40).
               10 h-output pic x(60).
               10 h-passes pic x(8).
               10 h-age comp-5 pic s9(6).
               10 h-rank comp-5 pic s9(4).
               10 h-first pic x.
       01 scan-idx comp-5 pic s9(4).
       01 dup-idx comp-5 pic s9(4).

       01 pass-idx comp-5 pic s9(4).
       01 pass-base-len comp-5 pic s9(4).
       01 pass-output pic x(60).
       01 pass-target pic x(120).

       01 today-int comp-5 pic s9(8).
       01 jobdate-int comp-5 pic s9(8).
       01 rename-status comp-5 pic s9(4).
       01 dir-status comp-5 pic s9(4).
       01 archive-target pic x(120).

       01 archived-count comp-5 pic s9(6) value 0.
       01 purged-count comp-5 pic s9(6) value 0.
       01 status-line pic x(160).
       01 cat-status pic xx.
       01 arc-size-num pic 9(9).
       01 catalog-line pic x(300).
       01 current-date-raw pic x(21).
       01 formatted-ts pic x(19).
       01 log-line pic x(160).
                   when hist-loaded = 'N'
                       perform format-timestamp
                       move function concatenate(
                           formatted-ts, '  Retention: job master',
                           ' not readable, nothing done'
                        ) to log-line
                       write log-record from log-line end-write
                   when hist-overflow = 'Y'
                       perform format-timestamp
                       move function concatenate(
                           formatted-ts, '  Retention: job master',
                           ' exceeds capacity, nothing done'
                        ) to log-line
                       write log-record from log-line end-write
                   when other
                       perform mark-expired
                       perform apply-retention
                       perform write-retention-summary
               end-evaluate
           end-if
           compute today-int = function integer-of-date(today-num)
           move 'N' to hist-eof
           move 0 to hist-count
           open input job-master
           if jobm-status = '00'
               move 'Y' to hist-loaded
               perform until hist-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to hist-eof
                       not at end
                           if hist-count < max-hist
                               add 1 to hist-count
                               perform parse-history-row
                           else
                               move 'Y' to hist-overflow
                           end-if
                   end-read
               end-perform
               close job-master
           end-if.

      *> Only unflagged non-band records carrying history fields
      *> claim a live output file; a stat-only record has no output
      *> to retire. The record key is kept so the flag can be
      *> rewritten in place, and the OUTNAME group key keeps the
      *> frame files of one sequence together.
       parse-history-row section.
           move jm-key to h-key(hist-count)
           move 'Y' to h-claim(hist-count)
           if jm-band > 0 or jm-has-hist not = 'Y'
                   or jm-status not = spaces
               move 'N' to h-claim(hist-count)
           end-if
           move jm-passes to h-passes(hist-count)
           move jm-jobid to h-jobkey(hist-count)
           move function concatenate('job#', jm-seq)
               to h-jobseq(hist-count)
           move jm-output to h-output(hist-count)
           move 'N' to h-expire(hist-count)
           if h-claim(hist-count) = 'Y'
               move jm-outname to h-outname(hist-count)
               move jm-jobid(1:8) to jobdate-num
               compute jobdate-int =
                   function integer-of-date(jobdate-num)
               compute h-age(hist-count) = today-int - jobdate-int
               call 'CBL_CREATE_DIR' using arch-dir
                   returning dir-status
           end-if
           open i-o job-master
           perform varying row-idx from 1 by 1
                   until row-idx > hist-count
               if h-claim(row-idx) = 'Y' and h-expire(row-idx) = 'Y'
                   perform retire-output
               end-if
           end-perform
           close job-master.

      *> An expired output already gone from disk is the exact
      *> manual-delete anomaly this job exists to expose: it goes to
                       function trim(h-output(row-idx), trailing)
                    ) to log-line
                   write log-record from log-line end-write
                   perform retire-pass-files
               else
                   move function concatenate(
                       function trim(arch-dir, trailing), '/',
                           function trim(archive-target, trailing)
                        ) to log-line
                       write log-record from log-line end-write
                       perform retire-pass-files
                   else
                       add 1 to error-count
                       move function concatenate(
               end-if
           end-if.

      *> Pass files named on the record follow their beauty image
      *> once it has gone; a pass file already missing is an error
      *> like a missing image, but does not hold the image back.
       retire-pass-files section.
           perform varying pass-idx from 1 by 1
                   until pass-idx > 8
                   or h-passes(row-idx)(pass-idx:1) = space
               perform build-pass-name
               perform retire-pass-file
           end-perform.

      *> calendula names each pass from the output with its .ppm
      *> replaced: .depth.pgm, .normal.ppm or .objid.pgm.
       build-pass-name section.
           compute pass-base-len =
               function length(function trim(h-output(row-idx),
                   trailing)) - 4
           evaluate h-passes(row-idx)(pass-idx:1)
               when 'D'
                   move function concatenate(
                       h-output(row-idx)(1:pass-base-len),
                       '.depth.pgm'
                    ) to pass-output
               when 'N'
                   move function concatenate(
                       h-output(row-idx)(1:pass-base-len),
                       '.normal.ppm'
                    ) to pass-output
               when other
                   move function concatenate(
                       h-output(row-idx)(1:pass-base-len),
                       '.objid.pgm'
                    ) to pass-output
           end-evaluate.

       retire-pass-file section.
           call 'CBL_CHECK_FILE_EXIST' using pass-output
               file-details
               returning chk-status
           if chk-status not = 0
               add 1 to error-count
               move function concatenate(
                   formatted-ts, '  Retention error: expired',
                   ' pass file already missing ',
                   function trim(pass-output, trailing)
                ) to log-line
               write log-record from log-line end-write
           else
               if retain-action = 'PURGE'
                   call 'CBL_DELETE_FILE' using pass-output
                   move function concatenate(
                       formatted-ts, '  Retention purged: ',
                       function trim(pass-output, trailing)
                    ) to log-line
                   write log-record from log-line end-write
               else
                   move function concatenate(
                       function trim(arch-dir, trailing), '/',
                       function trim(pass-output, trailing)
                    ) to pass-target
                   call 'CBL_RENAME_FILE'
                       using pass-output pass-target
                       returning rename-status
                   if rename-status = 0
                       perform write-pass-catalog-entry
                       move function concatenate(
                           formatted-ts, '  Retention archived: ',
                           function trim(pass-output, trailing),
                           ' -> ', function trim(pass-target, trailing)
                        ) to log-line
                       write log-record from log-line end-write
                   else
                       add 1 to error-count
                       move function concatenate(
                           formatted-ts, '  Retention error: could',
                           ' not archive ',
                           function trim(pass-output, trailing)
                        ) to log-line
                       write log-record from log-line end-write
                   end-if
               end-if
           end-if.

      *> A pass file's catalog line is an ordinary entry with the
      *> beauty image appended as main=, so restore can bring the
      *> passes back when it is asked for the image by name.
       write-pass-catalog-entry section.
           move fd-size to arc-size-num
           move function concatenate(
               h-jobkey(row-idx), ' ',
               function trim(h-jobseq(row-idx), trailing),
               ' output=', function trim(pass-output, trailing),
               ' arch=', function trim(pass-target, trailing),
               ' date=', formatted-ts(1:10),
               ' size=', arc-size-num,
               ' main=', function trim(h-output(row-idx), trailing)
            ) to catalog-line
           open extend catalog-file
           if cat-status not = '00'
               open output catalog-file
           end-if
           write catalog-record from catalog-line end-write
           close catalog-file.

      *> One calendula.arc line per archived output: job key,
      *> original filename, archive path, archive date and byte size
      *> (stat'd just before the move), so the restore run can find
           close catalog-file.

       flag-record-archived section.
           move 'ARCHIVED' to flag-status
           perform flag-master-record.

       flag-record-purged section.
           move 'PURGED' to flag-status
           perform flag-master-record.

      *> The record is read back by its key and rewritten in place.
      *> One that cannot be rewritten leaves its file retired but
      *> unflagged, which the reconciliation run reports as missing.
       flag-master-record section.
           move h-key(row-idx) to jm-key
           read job-master record
               invalid key
                   continue
               not invalid key
                   move flag-status to jm-status
                   move formatted-ts to jm-status-ts
                   rewrite job-master-record
                   end-rewrite
           end-read
           if jobm-status not = '00'
               add 1 to error-count
               move function concatenate(
                   formatted-ts, '  Retention error: could not',
                   ' flag the job master record for ',
                   function trim(h-output(row-idx), trailing),
                   ' status ', jobm-status
                ) to log-line
               write log-record from log-line end-write
           end-if.
