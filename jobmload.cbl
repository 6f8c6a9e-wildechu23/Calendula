       id division.
       program-id. jobmload.

      *> One-time load of the job master (calendula.jobm) from the
      *> line-sequential calendula.hist and calendula.stat the render
      *> farm kept before it. Every history line becomes a master
      *> record keyed by job-id, job#, frame and band; a key recorded
      *> twice (a resumed or refilled unit) keeps its last line, as
      *> the last line is the one on disk. status=ARCHIVED/PURGED and
      *> their timestamps carry over. Each stat record is then laid
      *> onto its history record by the same key, or loaded on its
      *> own when its history line is gone. Lines that do not parse
      *> are rejected and listed in calendula.log with their line
      *> numbers. The load refuses to run over a master that already
      *> holds records. Counts go to calendula.log and the verdict to
      *> calendula.sts; a refusal or any rejected line is a FAIL with
      *> a nonzero return code. The old files are left as they are.
       environment division.
       input-output section.
       file-control.
           select optional history-file assign to 'calendula.hist'
               organization is line sequential
               file status is hist-status.
           select optional stat-file assign to 'calendula.stat'
               organization is line sequential
               file status is stat-status.
           select job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           select status-file assign to 'calendula.sts'
               organization is line sequential
               file status is sts-status.

       data division.
       file section.
       fd history-file.
       01 history-record pic x(200).
       fd stat-file.
       01 stat-record pic x(400).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd render-log.
       01 log-record pic x(160).
       fd status-file.
       01 status-record pic x(160).

       working-storage section.
       01 hist-status pic xx.
       01 stat-status pic xx.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 hist-eof pic x value 'N'.
       01 stat-eof pic x value 'N'.
       01 master-busy pic x value 'N'.

       01 master-work.
           copy jobmast replacing leading ==jm-== by ==mw-==.

       01 tok-table.
           05 tok pic x(60) occurs 16 times.
       01 tok-idx comp-5 pic s9(4).
       01 dims-w pic x(10).
       01 dims-h pic x(10).
       01 jobid-field pic x(15).
       01 name-pos comp-5 pic s9(4).
       01 name-len comp-5 pic s9(4).
       01 line-no comp-5 pic s9(6).
       01 line-disp pic z(5)9.
       01 rec-ok pic x.

      *> Mirror of the fixed layout calendula's write-stat emitted.
      *> Records from before the intersection counters end at taken=
      *> and load with accel '?'; records from before ACCOUNT have
      *> spaces there.
       01 stat-parse.
           05 sp-jobid pic x(15).
           05 filler pic x(5).
           05 sp-seq pic x(4).
           05 filler pic x(7).
           05 sp-frame pic x(4).
           05 filler pic x(6).
           05 sp-band pic x(2).
           05 filler pic x(5).
           05 sp-width pic 9(4).
           05 filler pic x.
           05 sp-height pic 9(4).
           05 filler pic x(9).
           05 sp-samples pic 9(4).
           05 filler pic x(9).
           05 sp-primary pic 9(12).
           05 filler pic x(9).
           05 sp-bounces pic 9(12).
           05 filler pic x(10).
           05 sp-absorbed pic 9(12).
           05 filler pic x(6).
           05 sp-hits pic 9(12).
           05 filler pic x(8).
           05 sp-misses pic 9(12).
           05 filler pic x(9).
           05 sp-secs pic 9(6).
           05 filler pic x(7).
           05 sp-lines pic 9(4).
           05 filler pic x(11).
           05 sp-avgms pic 9(8).
           05 filler pic x(11).
           05 sp-maxms pic 9(8).
           05 filler pic x(7).
           05 sp-taken pic 9(12).
           05 filler pic x(8).
           05 sp-isects pic 9(12).
           05 filler pic x(10).
           05 sp-boxtests pic 9(12).
           05 filler pic x(7).
           05 sp-accel pic x.
           05 filler pic x(9).
           05 sp-account pic x(16).
           05 filler pic x(70).

       01 hist-count comp-5 pic s9(6) value 0.
       01 stat-count comp-5 pic s9(6) value 0.
       01 written-count comp-5 pic s9(6) value 0.
       01 merged-count comp-5 pic s9(6) value 0.
       01 stat-only-count comp-5 pic s9(6) value 0.
       01 reject-count comp-5 pic s9(6) value 0.
       01 hist-disp pic z(5)9.
       01 stat-disp pic z(5)9.
       01 written-disp pic z(5)9.
       01 merged-disp pic z(5)9.
       01 stat-only-disp pic z(5)9.
       01 reject-disp pic z(5)9.

       01 load-verdict pic x(4).
       01 status-line pic x(160).
       01 current-date-raw pic x(21).
       01 formatted-ts pic x(19).
       01 log-line pic x(160).

       procedure division.
       main section.
           open extend render-log
           if log-status not = '00'
               open output render-log
           end-if
           perform check-master-empty
           if master-busy = 'Y'
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Job master load: calendula.jobm',
                   ' already holds records, nothing loaded'
                ) to log-line
               write log-record from log-line end-write
           else
               open output job-master
               close job-master
               open i-o job-master
               perform load-history
               perform load-stats
               close job-master
               perform write-load-summary
           end-if
           close render-log
           perform write-status-record
           if load-verdict = 'FAIL'
               move 8 to return-code
           end-if
           goback.

       write-status-record section.
           if master-busy = 'Y' or reject-count > 0
               move 'FAIL' to load-verdict
           else
               move 'PASS' to load-verdict
           end-if
           move written-count to written-disp
           move merged-count to merged-disp
           move reject-count to reject-disp
           move function concatenate(
               'program=jobmload verdict=',
               function trim(load-verdict, trailing),
               ' records=', function trim(written-disp, leading),
               ' merged=', function trim(merged-disp, leading),
               ' rejected=', function trim(reject-disp, leading)
            ) to status-line
           open extend status-file
           if sts-status not = '00'
               open output status-file
           end-if
           write status-record from status-line end-write
           close status-file.

       check-master-empty section.
           open input job-master
           if jobm-status = '00'
               read job-master next record
                   at end
                       continue
                   not at end
                       move 'Y' to master-busy
               end-read
               close job-master
           end-if.

       load-history section.
           move 0 to line-no
           open input history-file
           if hist-status = '00'
               perform until hist-eof = 'Y'
                   read history-file
                       at end
                           move 'Y' to hist-eof
                       not at end
                           add 1 to line-no
                           add 1 to hist-count
                           perform load-history-record
                   end-read
               end-perform
               close history-file
           end-if.

      *> History lines: job-id job#NNNN WxH samples= hdr= output=
      *> then optional frame= / band= / passes= / seed= / account= /
      *> status= with its timestamp. The OUTNAME is the output name
      *> up to the embedded job-id, as statrpt and retention took it.
       load-history-record section.
           move spaces to tok-table
           unstring history-record delimited by all spaces
               into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6)
                   tok(7) tok(8) tok(9) tok(10) tok(11) tok(12)
                   tok(13) tok(14) tok(15) tok(16)
           move 'Y' to rec-ok
           if tok(2)(1:4) not = 'job#' or tok(2)(5:4) is not numeric
                   or tok(6)(1:7) not = 'output='
               move 'N' to rec-ok
           end-if
           if rec-ok = 'N'
               perform reject-history-line
           else
               move spaces to master-work
               initialize master-work
               move spaces to mw-lights
               move tok(1)(1:15) to mw-jobid
               move tok(2)(5:4) to mw-seq
               move 'Y' to mw-has-hist
               move 'N' to mw-has-stat
               move spaces to dims-w
               move spaces to dims-h
               unstring tok(3) delimited by 'x'
                   into dims-w dims-h
               compute mw-width = function numval(dims-w)
               compute mw-height = function numval(dims-h)
               compute mw-samples = function numval(tok(4)(9:8))
               move tok(5)(5:1) to mw-hdr
               move tok(6)(8:53) to mw-output
               perform varying tok-idx from 7 by 1 until tok-idx > 16
                   perform load-history-token
               end-perform
               move mw-jobid to jobid-field
               move 0 to name-pos
               inspect mw-output
                   tallying name-pos
                   for characters before initial jobid-field
               compute name-len = name-pos - 1
               if name-len < 1 or name-len > 20
                   move 20 to name-len
               end-if
               move mw-output(1:name-len) to mw-outname
               move master-work to job-master-record
               write job-master-record
                   invalid key
                       rewrite job-master-record
                       end-rewrite
                   not invalid key
                       add 1 to written-count
               end-write
           end-if.

      *> frame=NNNN or frame=NNNN/NNNN, band=NN/NN, status=X and
      *> the two-token timestamp after it.
       load-history-token section.
           evaluate true
               when tok(tok-idx)(1:6) = 'frame='
                   move tok(tok-idx)(7:4) to mw-frame
                   if tok(tok-idx)(11:1) = '/'
                       move tok(tok-idx)(12:4) to mw-frames
                   end-if
               when tok(tok-idx)(1:5) = 'band='
                   move tok(tok-idx)(6:2) to mw-band
                   move tok(tok-idx)(9:2) to mw-bands
               when tok(tok-idx)(1:7) = 'passes='
                   move tok(tok-idx)(8:8) to mw-passes
               when tok(tok-idx)(1:5) = 'seed='
                   move tok(tok-idx)(6:10) to mw-seed
               when tok(tok-idx)(1:8) = 'account='
                   move tok(tok-idx)(9:16) to mw-account
               when tok(tok-idx)(1:7) = 'status='
                   move tok(tok-idx)(8:8) to mw-status
                   if tok-idx < 15
                       move function concatenate(
                           function trim(tok(tok-idx + 1), trailing),
                           ' ', tok(tok-idx + 2)(1:8)
                        ) to mw-status-ts
                   end-if
           end-evaluate.

       reject-history-line section.
           add 1 to reject-count
           move line-no to line-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Job master load: calendula.hist',
               ' line ', function trim(line-disp, leading),
               ' rejected: ', history-record(1:60)
            ) to log-line
           write log-record from log-line end-write.

       load-stats section.
           move 0 to line-no
           open input stat-file
           if stat-status = '00'
               perform until stat-eof = 'Y'
                   read stat-file
                       at end
                           move 'Y' to stat-eof
                       not at end
                           add 1 to line-no
                           add 1 to stat-count
                           perform load-stat-record
                   end-read
               end-perform
               close stat-file
           end-if.

       load-stat-record section.
           move stat-record to stat-parse
           if sp-seq is not numeric or sp-frame is not numeric
                   or sp-band is not numeric
                   or sp-secs is not numeric
               perform reject-stat-line
           else
               move sp-jobid to jm-jobid
               move sp-seq to jm-seq
               move sp-frame to jm-frame
               move sp-band to jm-band
               read job-master record
                   invalid key
                       move spaces to master-work
                       initialize master-work
                       move spaces to mw-lights
                       move sp-jobid to mw-jobid
                       move sp-seq to mw-seq
                       move sp-frame to mw-frame
                       move sp-band to mw-band
                       move 'N' to mw-has-hist
                       move sp-width to mw-width
                       move sp-height to mw-height
                       move sp-samples to mw-samples
                       move sp-account to mw-account
                   not invalid key
                       move job-master-record to master-work
               end-read
               perform fill-stat-fields
               move master-work to job-master-record
               if mw-has-hist = 'Y'
                   rewrite job-master-record
                   end-rewrite
                   add 1 to merged-count
               else
                   write job-master-record
                       invalid key
                           rewrite job-master-record
                           end-rewrite
                       not invalid key
                           add 1 to written-count
                           add 1 to stat-only-count
                   end-write
               end-if
           end-if.

       fill-stat-fields section.
           move 'Y' to mw-has-stat
           move sp-primary to mw-primary
           move sp-bounces to mw-bounces
           move sp-absorbed to mw-absorbed
           move sp-hits to mw-hits
           move sp-misses to mw-misses
           move sp-secs to mw-secs
           move sp-lines to mw-lines
           move sp-avgms to mw-avgms
           move sp-maxms to mw-maxms
           if sp-taken is numeric
               move sp-taken to mw-taken
           end-if
           if sp-isects is numeric and sp-boxtests is numeric
               move sp-isects to mw-isects
               move sp-boxtests to mw-boxtests
               move sp-accel to mw-accel
           else
               move '?' to mw-accel
           end-if
           if mw-account = spaces
               move sp-account to mw-account
           end-if.

       reject-stat-line section.
           add 1 to reject-count
           move line-no to line-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Job master load: calendula.stat',
               ' line ', function trim(line-disp, leading),
               ' rejected: ', stat-record(1:60)
            ) to log-line
           write log-record from log-line end-write.

       write-load-summary section.
           move hist-count to hist-disp
           move stat-count to stat-disp
           move written-count to written-disp
           move merged-count to merged-disp
           move stat-only-count to stat-only-disp
           move reject-count to reject-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Job master load: ',
               function trim(hist-disp, leading), ' history lines, ',
               function trim(stat-disp, leading), ' stat records, ',
               function trim(written-disp, leading), ' records (',
               function trim(stat-only-disp, leading),
               ' stat only), ',
               function trim(merged-disp, leading), ' merged, ',
               function trim(reject-disp, leading), ' rejected'
            ) to log-line
           write log-record from log-line end-write.

       format-timestamp section.
           move function current-date to current-date-raw
           move function concatenate(
               current-date-raw(1:4), '-',
               current-date-raw(5:2), '-',
               current-date-raw(7:2), ' ',
               current-date-raw(9:2), ':',
               current-date-raw(11:2), ':',
               current-date-raw(13:2)
            ) to formatted-ts.
