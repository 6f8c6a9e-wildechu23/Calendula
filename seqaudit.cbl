       id division.
       program-id. seqaudit.

      *> Animation sequence completeness audit. Every FRAMES job in
      *> the job master calendula.jobm (records with a frame number)
      *> is checked frame by frame, 1 through the sequence length:
      *> the frame must be recorded, its output on disk at the byte
      *> size its recorded dimensions and hdr flag give, and not
      *> flagged ARCHIVED or PURGED. The sequence length comes from
      *> the record's frame count, else from the FRAMES card in the
      *> job's calendula.dlib
      *> snapshot, else the last recorded frame stands for it. Gaps
      *> are listed in calendula.aud, and each run of consecutive bad
      *> frames becomes one job in calendula.fill, a deck in
      *> calendula.queue format built from the snapshot's job cards
      *> with the job's seed, an FRMFROM/FRMTO range and RERUNID/
      *> RERUNSEQ, so the refilled frames take the original camera
      *> path, samples and file names. The operator appends it to
      *> calendula.queue. A job with no snapshot is reported for
      *> refill by hand. The summary goes to calendula.log and the
      *> verdict to calendula.sts; any gap makes the run FAIL with a
      *> nonzero return code.
       environment division.
       input-output section.
       file-control.
           select job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select optional deck-library assign to 'calendula.dlib'
               organization is line sequential
               file status is dlib-status.
           select optional scene-file assign to 'calendula.scene'
               organization is line sequential
               file status is scene-status.
           select audit-report assign to 'calendula.aud'
               organization is line sequential.
           select fill-deck assign to 'calendula.fill'
               organization is line sequential.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           select status-file assign to 'calendula.sts'
               organization is line sequential
               file status is sts-status.

       data division.
       file section.
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd deck-library.
       01 dlib-record.
           05 dl-jobid pic x(15).
           05 filler pic x.
           05 dl-seq pic x(4).
           05 filler pic x.
           05 dl-tag pic x(3).
           05 filler pic x.
           05 dl-card.
               10 dl-keyword pic x(8).
               10 dl-value pic x(72).
       fd scene-file.
       01 scene-record pic x(80).
       fd audit-report.
       01 report-record pic x(160).
       fd fill-deck.
       01 fill-card.
           05 fill-keyword pic x(8).
           05 fill-value pic x(72).
       fd render-log.
       01 log-record pic x(160).
       fd status-file.
       01 status-record pic x(160).

       working-storage section.
       01 jobm-status pic xx.
       01 dlib-status pic xx.
       01 scene-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 scan-eof pic x.

       01 rec-frame comp-5 pic s9(4).
       01 rec-total comp-5 pic s9(4).

      *> One row per recorded frame; a refill rewrites the master
      *> record of its job-id, job# and frame, so each frame is seen
      *> once, but a repeat still replaces the earlier row.
       01 max-frames comp-5 pic s9(4) value 2000.
       01 frame-row-count comp-5 pic s9(4) value 0.
       01 frame-data.
           05 frame-row occurs 2000 times.
               10 fr-jobid pic x(15).
               10 fr-seq pic x(4).
               10 fr-frame comp-5 pic s9(4).
               10 fr-output pic x(60).
               10 fr-width comp-5 pic s9(4).
               10 fr-height comp-5 pic s9(4).
               10 fr-hdr pic x.
               10 fr-flag pic x(8).
       01 fr-idx comp-5 pic s9(4).
       01 fr-found pic x.
       01 frame-overflow pic x value 'N'.

       01 max-seqs comp-5 pic s9(4) value 200.
       01 seq-count comp-5 pic s9(4) value 0.
       01 seq-data.
           05 seq-row occurs 200 times.
               10 sq-jobid pic x(15).
               10 sq-seq pic x(4).
               10 sq-total comp-5 pic s9(4).
               10 sq-last comp-5 pic s9(4).
       01 sq-idx comp-5 pic s9(4).
       01 sq-found pic x.

      *> The sequence under audit and its snapshot from the deck
      *> library.
       01 seq-frames comp-5 pic s9(4).
       01 seq-recorded comp-5 pic s9(4).
       01 seq-gaps comp-5 pic s9(4).
       01 seq-length-source pic x(9).
       01 snap-found pic x.
       01 snap-seed pic x(72).
       01 snap-frames comp-5 pic s9(4).
       01 has-seed-card pic x.
       01 has-assemble pic x.
       01 scene-differs pic x.
       01 snap-scn-count comp-5 pic s9(4).
       01 max-job-cards comp-5 pic s9(4) value 80.
       01 job-card-count comp-5 pic s9(4).
       01 job-card-table.
           05 job-card occurs 80 times.
               10 jc-keyword pic x(8).
               10 jc-value pic x(72).
       01 card-idx comp-5 pic s9(4).

      *> The current calendula.scene, which queued fill jobs will
      *> render against, for comparison with each job's snapshot.
       01 max-scene-lines comp-5 pic s9(4) value 2000.
       01 scene-line-count comp-5 pic s9(4) value 0.
       01 scene-table.
           05 scene-line pic x(80) occurs 2000 times.

       01 chk-frame comp-5 pic s9(4).
       01 frame-ok pic x.
       01 gap-reason pic x(100).
       01 run-from comp-5 pic s9(4).
       01 run-to comp-5 pic s9(4).

       01 header-bytes comp-5 pic 9(4).
       01 val-bpp comp-5 pic 9(2).
       01 expected-size comp-5 pic 9(9).
       01 expected-size-disp pic z(8)9.
       01 actual-size-num pic 9(9).
       01 actual-size-disp pic z(8)9.
       01 file-details.
           05 fd-size pic x(8) comp-x.
           05 fd-date pic x(8) comp-x.
           05 fd-time pic x(8) comp-x.
       01 chk-status comp-5 pic 9(4).

       01 frame-disp pic 9(4).
       01 from-disp pic 9(4).
       01 to-disp pic 9(4).
       01 count-disp pic z(3)9.
       01 recorded-disp pic z(3)9.
       01 gaps-disp pic z(3)9.
       01 seq-total-count comp-5 pic s9(6) value 0.
       01 frame-total-count comp-5 pic s9(6) value 0.
       01 gap-total-count comp-5 pic s9(6) value 0.
       01 fill-job-count comp-5 pic s9(6) value 0.
       01 nodeck-count comp-5 pic s9(6) value 0.
       01 seq-total-disp pic z(5)9.
       01 frame-total-disp pic z(5)9.
       01 gap-total-disp pic z(5)9.
       01 fill-job-disp pic z(5)9.

       01 audit-verdict pic x(4).
       01 status-line pic x(160).
       01 current-date-raw pic x(21).
       01 formatted-ts pic x(19).
       01 report-line pic x(160).
       01 log-line pic x(160).

       procedure division.
       main section.
           open output audit-report
           open output fill-deck
           open extend render-log
           if log-status not = '00'
               open output render-log
           end-if
           perform load-history
           perform load-current-scene
           perform varying sq-idx from 1 by 1
                   until sq-idx > seq-count
               perform audit-sequence
           end-perform
           perform write-audit-summary
           close audit-report
           close fill-deck
           close render-log
           perform write-status-record
           if gap-total-count > 0
               move 4 to return-code
           end-if
           goback.

      *> Any gap fails the run, so delivery of a shot can be gated on
      *> a complete sequence.
       write-status-record section.
           if gap-total-count > 0
               move 'FAIL' to audit-verdict
           else
               move 'PASS' to audit-verdict
           end-if
           move function concatenate(
               'program=seqaudit verdict=',
               function trim(audit-verdict, trailing),
               ' sequences=', function trim(seq-total-disp, leading),
               ' frames=', function trim(frame-total-disp, leading),
               ' gaps=', function trim(gap-total-disp, leading),
               ' filljobs=', function trim(fill-job-disp, leading)
            ) to status-line
           open extend status-file
           if sts-status not = '00'
               open output status-file
           end-if
           write status-record from status-line end-write
           close status-file.

       load-history section.
           move 'N' to scan-eof
           open input job-master
           if jobm-status not = '00'
               move 'NOHIST  no calendula.jobm on disk' to report-line
               write report-record from report-line end-write
           else
               perform until scan-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to scan-eof
                       not at end
                           perform load-history-record
                   end-read
               end-perform
               close job-master
           end-if
           if frame-overflow = 'Y'
               move function concatenate(
                   'FRMSKIP frame records beyond capacity were not',
                   ' audited'
                ) to report-line
               write report-record from report-line end-write
           end-if.

      *> Only frame records count; band slices are not frames and
      *> a stat-only record has no output to check.
       load-history-record section.
           if jm-frame > 0 and jm-band = 0 and jm-has-hist = 'Y'
               move jm-frame to rec-frame
               move jm-frames to rec-total
               perform file-frame-record
           end-if.

       file-frame-record section.
           move 'N' to fr-found
           perform varying fr-idx from 1 by 1
                   until fr-idx > frame-row-count
                   or fr-found = 'Y'
               if fr-jobid(fr-idx) = jm-jobid
                       and fr-seq(fr-idx) = jm-seq
                       and fr-frame(fr-idx) = rec-frame
                   move 'Y' to fr-found
               end-if
           end-perform
           if fr-found = 'Y'
               subtract 1 from fr-idx
           else
               if frame-row-count < max-frames
                   add 1 to frame-row-count
                   move frame-row-count to fr-idx
               else
                   move 'Y' to frame-overflow
                   move 0 to fr-idx
               end-if
           end-if
           if fr-idx > 0
               move jm-jobid to fr-jobid(fr-idx)
               move jm-seq to fr-seq(fr-idx)
               move rec-frame to fr-frame(fr-idx)
               move jm-output to fr-output(fr-idx)
               move jm-width to fr-width(fr-idx)
               move jm-height to fr-height(fr-idx)
               move jm-hdr to fr-hdr(fr-idx)
               move jm-status to fr-flag(fr-idx)
               perform file-sequence
           end-if.

       file-sequence section.
           move 'N' to sq-found
           perform varying sq-idx from 1 by 1
                   until sq-idx > seq-count
                   or sq-found = 'Y'
               if sq-jobid(sq-idx) = fr-jobid(fr-idx)
                       and sq-seq(sq-idx) = fr-seq(fr-idx)
                   move 'Y' to sq-found
               end-if
           end-perform
           if sq-found = 'Y'
               subtract 1 from sq-idx
           else
               if seq-count < max-seqs
                   add 1 to seq-count
                   move seq-count to sq-idx
                   move fr-jobid(fr-idx) to sq-jobid(sq-idx)
                   move fr-seq(fr-idx) to sq-seq(sq-idx)
                   move 0 to sq-total(sq-idx)
                   move 0 to sq-last(sq-idx)
               else
                   move 0 to sq-idx
               end-if
           end-if
           if sq-idx > 0
               if rec-total > sq-total(sq-idx)
                   move rec-total to sq-total(sq-idx)
               end-if
               if rec-frame > sq-last(sq-idx)
                   move rec-frame to sq-last(sq-idx)
               end-if
           end-if.

       load-current-scene section.
           move 'N' to scan-eof
           open input scene-file
           if scene-status = '00'
               perform until scan-eof = 'Y'
                   read scene-file
                       at end
                           move 'Y' to scan-eof
                       not at end
                           if scene-line-count < max-scene-lines
                               add 1 to scene-line-count
                               move scene-record
                                   to scene-line(scene-line-count)
                           end-if
                   end-read
               end-perform
           end-if
           close scene-file.

       audit-sequence section.
           add 1 to seq-total-count
           perform load-seq-snapshot
           evaluate true
               when sq-total(sq-idx) > 0
                   move sq-total(sq-idx) to seq-frames
                   move 'recorded' to seq-length-source
               when snap-frames > 1
                   move snap-frames to seq-frames
                   move 'FRAMES' to seq-length-source
               when other
                   move sq-last(sq-idx) to seq-frames
                   move 'last seen' to seq-length-source
           end-evaluate
           move 0 to seq-recorded
           move 0 to seq-gaps
           move 0 to run-from
           perform varying chk-frame from 1 by 1
                   until chk-frame > seq-frames
               perform check-sequence-frame
               if frame-ok = 'Y'
                   if run-from > 0
                       compute run-to = chk-frame - 1
                       perform write-fill-job
                       move 0 to run-from
                   end-if
               else
                   if run-from = 0
                       move chk-frame to run-from
                   end-if
               end-if
           end-perform
           if run-from > 0
               move seq-frames to run-to
               perform write-fill-job
           end-if
           add seq-frames to frame-total-count
           add seq-gaps to gap-total-count
           move seq-frames to count-disp
           move seq-recorded to recorded-disp
           move seq-gaps to gaps-disp
           move function concatenate(
               'SEQ     ', sq-jobid(sq-idx), ' job#', sq-seq(sq-idx),
               ' frames ', function trim(count-disp, leading),
               ' (', function trim(seq-length-source, trailing),
               ') recorded ', function trim(recorded-disp, leading),
               ' gaps ', function trim(gaps-disp, leading)
            ) to report-line
           write report-record from report-line end-write
           if seq-gaps > 0 and snap-found = 'Y'
               perform report-snapshot-notes
           end-if.

      *> The snapshot's job cards rebuild the fill jobs; its seed
      *> and scene cards show whether a fill render can match.
       load-seq-snapshot section.
           move 'N' to snap-found
           move spaces to snap-seed
           move 0 to snap-frames
           move 'N' to has-seed-card
           move 'N' to has-assemble
           move 'N' to scene-differs
           move 0 to snap-scn-count
           move 0 to job-card-count
           move 'N' to scan-eof
           open input deck-library
           if dlib-status = '00'
               perform until scan-eof = 'Y'
                   read deck-library
                       at end
                           move 'Y' to scan-eof
                       not at end
                           if dl-jobid = sq-jobid(sq-idx)
                                   and dl-seq = sq-seq(sq-idx)
                               perform keep-snapshot-line
                           end-if
                   end-read
               end-perform
           end-if
           close deck-library
           if snap-scn-count not = scene-line-count
               move 'Y' to scene-differs
           end-if.

       keep-snapshot-line section.
           move 'Y' to snap-found
           evaluate dl-tag
               when 'JOB'
                   if job-card-count < max-job-cards
                       add 1 to job-card-count
                       move dl-card to job-card(job-card-count)
                   end-if
                   evaluate dl-keyword
                       when 'FRAMES'
                           compute snap-frames =
                               function numval(dl-value)
                       when 'SEED'
                           move 'Y' to has-seed-card
                       when 'ASSEMBLE'
                           if dl-value(1:1) = 'Y'
                               move 'Y' to has-assemble
                           end-if
                   end-evaluate
               when 'SED'
                   move dl-value to snap-seed
               when 'SCN'
                   add 1 to snap-scn-count
                   if snap-scn-count > scene-line-count
                       move 'Y' to scene-differs
                   else
                       if dl-card not = scene-line(snap-scn-count)
                           move 'Y' to scene-differs
                       end-if
                   end-if
           end-evaluate.

       check-sequence-frame section.
           move 'Y' to frame-ok
           move spaces to gap-reason
           move 'N' to fr-found
           perform varying fr-idx from 1 by 1
                   until fr-idx > frame-row-count
                   or fr-found = 'Y'
               if fr-jobid(fr-idx) = sq-jobid(sq-idx)
                       and fr-seq(fr-idx) = sq-seq(sq-idx)
                       and fr-frame(fr-idx) = chk-frame
                   move 'Y' to fr-found
               end-if
           end-perform
           if fr-found = 'N'
               move 'N' to frame-ok
               move 'not recorded' to gap-reason
           else
               subtract 1 from fr-idx
               add 1 to seq-recorded
               if fr-flag(fr-idx) not = spaces
                   move 'N' to frame-ok
                   move function concatenate(
                       function trim(fr-flag(fr-idx), trailing), ' ',
                       function trim(fr-output(fr-idx), trailing)
                    ) to gap-reason
               else
                   perform check-frame-file
               end-if
           end-if
           if frame-ok = 'N'
               add 1 to seq-gaps
               move chk-frame to frame-disp
               move function concatenate(
                   'GAP     ', sq-jobid(sq-idx), ' job#',
                   sq-seq(sq-idx), ' frame ', frame-disp, ' ',
                   function trim(gap-reason, trailing)
                ) to report-line
               write report-record from report-line end-write
           end-if.

       check-frame-file section.
           if fr-hdr(fr-idx) = 'Y'
               move 20 to header-bytes
               move 6 to val-bpp
           else
               move 18 to header-bytes
               move 3 to val-bpp
           end-if
           compute expected-size = header-bytes
               + fr-width(fr-idx) * fr-height(fr-idx) * val-bpp
           call 'CBL_CHECK_FILE_EXIST' using fr-output(fr-idx)
               file-details
               returning chk-status
           if chk-status not = 0
               move 'N' to frame-ok
               move function concatenate(
                   'missing ',
                   function trim(fr-output(fr-idx), trailing)
                ) to gap-reason
           else
               move fd-size to actual-size-num
               if actual-size-num not = expected-size
                   move 'N' to frame-ok
                   move expected-size to expected-size-disp
                   move actual-size-num to actual-size-disp
                   move function concatenate(
                       'size ',
                       function trim(fr-output(fr-idx), trailing),
                       ' expected ',
                       function trim(expected-size-disp, leading),
                       ' actual ',
                       function trim(actual-size-disp, leading)
                    ) to gap-reason
               end-if
           end-if.

      *> One queue job per run of bad frames: the snapshot's job
      *> cards without the queue-only cards and any earlier range or
      *> rerun cards, then the seed, the range and the rerun
      *> identity. A banded job is refilled whole, without its band
      *> cards.
       write-fill-job section.
           move run-from to from-disp
           move run-to to to-disp
           if snap-found = 'N' or job-card-count = 0
               add 1 to nodeck-count
               move function concatenate(
                   'NODECK  ', sq-jobid(sq-idx), ' job#',
                   sq-seq(sq-idx), ' frames ', from-disp, '-', to-disp,
                   ' no deck snapshot, refill by hand'
                ) to report-line
               write report-record from report-line end-write
           else
               add 1 to fill-job-count
               perform varying card-idx from 1 by 1
                       until card-idx > job-card-count
                   evaluate jc-keyword(card-idx)
                       when 'JOBEND'
                       when 'WINDOW'
                       when 'SEED'
                       when 'FRMFROM'
                       when 'FRMTO'
                       when 'RERUNID'
                       when 'RERUNSEQ'
                           continue
                       when 'BANDS'
                       when 'BANDID'
                       when 'ASSEMBLE'
                           if has-assemble = 'N'
                               write fill-card
                                   from job-card(card-idx) end-write
                           end-if
                       when other
                           write fill-card
                               from job-card(card-idx) end-write
                   end-evaluate
               end-perform
               move 'SEED' to fill-keyword
               move snap-seed to fill-value
               write fill-card end-write
               move 'FRMFROM' to fill-keyword
               move from-disp to fill-value
               write fill-card end-write
               move 'FRMTO' to fill-keyword
               move to-disp to fill-value
               write fill-card end-write
               move 'RERUNID' to fill-keyword
               move sq-jobid(sq-idx) to fill-value
               write fill-card end-write
               move 'RERUNSEQ' to fill-keyword
               move sq-seq(sq-idx) to fill-value
               write fill-card end-write
               move 'JOBEND' to fill-keyword
               move spaces to fill-value
               write fill-card end-write
               move function concatenate(
                   'FILL    ', sq-jobid(sq-idx), ' job#',
                   sq-seq(sq-idx), ' frames ', from-disp, '-', to-disp,
                   ' queued in calendula.fill'
                ) to report-line
               write report-record from report-line end-write
           end-if.

      *> A fill job renders against today's calendula.scene; when
      *> that no longer matches the snapshot, or the slices of a
      *> banded job ran on separate generated seeds, the refilled
      *> frames will not match the rest of the sequence exactly.
       report-snapshot-notes section.
           if scene-differs = 'Y'
               move function concatenate(
                   'SCENE   ', sq-jobid(sq-idx), ' job#',
                   sq-seq(sq-idx), ' calendula.scene differs from',
                   ' the snapshot, restore it before the fill run'
                ) to report-line
               write report-record from report-line end-write
           end-if
           if has-assemble = 'Y' and has-seed-card = 'N'
               move function concatenate(
                   'SEEDS   ', sq-jobid(sq-idx), ' job#',
                   sq-seq(sq-idx), ' band slices ran on separate',
                   ' seeds, refill renders whole and will differ'
                ) to report-line
               write report-record from report-line end-write
           end-if.

       write-audit-summary section.
           move seq-total-count to seq-total-disp
           move frame-total-count to frame-total-disp
           move gap-total-count to gap-total-disp
           move fill-job-count to fill-job-disp
           move function concatenate(
               'SUMMARY sequences ',
               function trim(seq-total-disp, leading),
               ' frames ', function trim(frame-total-disp, leading),
               ' gaps ', function trim(gap-total-disp, leading),
               ' fill jobs ', function trim(fill-job-disp, leading)
            ) to report-line
           write report-record from report-line end-write
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Sequence audit: ',
               function trim(seq-total-disp, leading),
               ' sequences, ',
               function trim(frame-total-disp, leading), ' frames, ',
               function trim(gap-total-disp, leading), ' gaps, ',
               function trim(fill-job-disp, leading),
               ' fill jobs queued'
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
