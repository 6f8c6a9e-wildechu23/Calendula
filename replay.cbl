       id division.
       program-id. replay.

      *> Dispute replay run: rebuilds a finished job from its deck
      *> snapshot in calendula.dlib and re-renders it on the seed it
      *> ran on, then compares every output against the original
      *> with ppmcomp. calendula.rpl names the job (JOBID, optional
      *> JOBSEQ when the job-id holds more than one job#, optional
      *> TOLER passed through to ppmcomp). The job's control cards,
      *> scene and mesh files are written into the replay directory
      *> (rplwork) and calendula runs there, so its log, job master
      *> and outputs stay out of the production files. A banded job can
      *> only be replayed through its ASSEMBLE job, and only when the
      *> deck carried a SEED card, since slices rendered on generated
      *> seeds drew from different streams. The verdict goes to
      *> calendula.log as a Replay PASS/FAIL line and to
      *> calendula.sts; a FAIL ends with a nonzero return code.
       environment division.
       input-output section.
       file-control.
           select optional replay-ctl assign to 'calendula.rpl'
               organization is line sequential
               file status is rpl-status.
           select optional deck-library assign to 'calendula.dlib'
               organization is line sequential
               file status is dlib-status.
           select optional job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select optional replay-master
               assign to dynamic rpl-jobm-filename
               organization is indexed
               access mode is dynamic
               record key is rm-key
               file status is rjobm-status.
           select replay-control assign to dynamic rpl-ctl-filename
               organization is line sequential.
           select replay-scene assign to dynamic rpl-scene-filename
               organization is line sequential.
           select replay-mesh assign to dynamic rpl-mesh-filename
               organization is line sequential.
           select compare-ctl assign to 'calendula.cmp'
               organization is line sequential.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           select status-file assign to 'calendula.sts'
               organization is line sequential
               file status is sts-status.

       data division.
       file section.
       fd replay-ctl.
       01 replay-card.
           05 rpl-keyword pic x(8).
           05 rpl-value pic x(72).
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
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd replay-master.
       01 replay-master-record.
           copy jobmast replacing leading ==jm-== by ==rm-==.
       fd replay-control.
       01 replay-control-card pic x(80).
       fd replay-scene.
       01 replay-scene-card pic x(80).
       fd replay-mesh.
       01 replay-mesh-card pic x(80).
       fd compare-ctl.
       01 compare-card.
           05 cmp-keyword pic x(8).
           05 cmp-value pic x(72).
       fd render-log.
       01 log-record pic x(160).
       fd status-file.
       01 status-record pic x(160).

       working-storage section.
       01 rpl-status pic xx.
       01 dlib-status pic xx.
       01 jobm-status pic xx.
       01 rjobm-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 scan-eof pic x.
       01 request-seen pic x value 'N'.

       01 req-jobid pic x(15) value spaces.
       01 req-seq pic x(4) value spaces.
       01 req-seq-num pic 9(4).
       01 req-toler pic x(8) value '0'.

       01 rpl-dir pic x(40) value 'rplwork'.
       01 parent-dir pic x(40) value '..'.
       01 rpl-ctl-filename pic x(60).
       01 rpl-scene-filename pic x(60).
       01 rpl-mesh-filename pic x(60).
       01 rpl-jobm-filename pic x(60).
       01 clean-command pic x(160).
       01 dir-status comp-5 pic s9(4).
       01 rename-status comp-5 pic s9(4).
       01 render-rc comp-5 pic s9(4).
       01 render-rc-disp pic z(3)9.
       01 mesh-open pic x value 'N'.
       01 mesh-no comp-5 pic s9(4) value 0.
       01 mesh-no-disp pic 9(2).
       01 tex-word pic x(12).
       01 tex-file-word pic x(60).

      *> The job's snapshot: its control or queue cards and the seed
      *> it ran on; the scene and mesh lines are streamed straight
      *> into the replay directory on a second pass.
       01 snap-found pic x value 'N'.
       01 snap-seed pic x(72) value spaces.
       01 has-seed-card pic x value 'N'.
       01 has-assemble pic x value 'N'.
       01 max-job-cards comp-5 pic s9(4) value 80.
       01 job-card-count comp-5 pic s9(4) value 0.
       01 job-card-table.
           05 job-card occurs 80 times.
               10 jc-keyword pic x(8).
               10 jc-value pic x(72).
       01 card-idx comp-5 pic s9(4).

      *> Outputs of the original job and of the replay, one row per
      *> frame (frame 0 for a single-image job).
       01 max-outputs comp-5 pic s9(4) value 2000.
       01 orig-count comp-5 pic s9(4) value 0.
       01 band-count comp-5 pic s9(4) value 0.
       01 orig-data.
           05 orig-row occurs 2000 times.
               10 o-frame pic x(4).
               10 o-output pic x(60).
               10 o-flagged pic x.
       01 orig-idx comp-5 pic s9(4).
       01 rpl-count comp-5 pic s9(4) value 0.
       01 rpl-data.
           05 rpl-row occurs 2000 times.
               10 r-frame pic x(4).
               10 r-output pic x(60).
       01 rpl-idx comp-5 pic s9(4).
       01 rpl-found pic x.


       01 file-details.
           05 fd-size pic x(8) comp-x.
           05 fd-date pic x(8) comp-x.
           05 fd-time pic x(8) comp-x.
       01 chk-status comp-5 pic 9(4).
       01 cmp-filename pic x(20) value 'calendula.cmp'.
       01 cmp-save-filename pic x(20) value 'calendula.cmp.sav'.
       01 cmp-saved pic x value 'N'.
       01 cmp-rc comp-5 pic s9(4).

       01 compared-count comp-5 pic s9(6) value 0.
       01 fail-count comp-5 pic s9(6) value 0.
       01 skipped-count comp-5 pic s9(6) value 0.
       01 compared-disp pic z(5)9.
       01 fail-disp pic z(5)9.
       01 skipped-disp pic z(5)9.
       01 refuse-reason pic x(80) value spaces.

       01 replay-verdict pic x(4).
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
           perform read-replay-request
           if request-seen = 'N'
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Replay: no JOBID in',
                   ' calendula.rpl, nothing done'
                ) to log-line
               write log-record from log-line end-write
           else
               perform load-snapshot
               perform load-original-outputs
               evaluate true
                   when snap-found = 'N'
                       move 'no deck snapshot for the job'
                           to refuse-reason
                   when orig-count = 0 and band-count > 0
                       move 'band slice job, replay its ASSEMBLE job'
                           to refuse-reason
                   when orig-count = 0
                       move 'no job master record for the job'
                           to refuse-reason
                   when has-assemble = 'Y' and has-seed-card = 'N'
                       move function concatenate(
                           'banded job without a SEED card, slices',
                           ' ran on separate seeds'
                        ) to refuse-reason
                   when other
                       perform prepare-replay-dir
                       if refuse-reason = spaces
                           perform build-replay-deck
                           perform run-replay-render
                       end-if
               end-evaluate
               if refuse-reason = spaces
                   perform load-replay-outputs
                   perform compare-outputs
               end-if
               perform write-replay-summary
           end-if
           close render-log
           perform write-status-record
           if replay-verdict = 'FAIL'
               move 8 to return-code
           end-if
           goback.

      *> A replay proves something only when at least one output was
      *> compared and none differed; a refused replay is a FAIL so
      *> the dispute is not closed on it.
       write-status-record section.
           if request-seen = 'N'
               move 'PASS' to replay-verdict
           else
               perform set-replay-verdict
           end-if
           move compared-count to compared-disp
           move fail-count to fail-disp
           move function concatenate(
               'program=replay verdict=',
               function trim(replay-verdict, trailing),
               ' jobid=', function trim(req-jobid, trailing),
               ' job#', req-seq,
               ' compared=', function trim(compared-disp, leading),
               ' fails=', function trim(fail-disp, leading)
            ) to status-line
           open extend status-file
           if sts-status not = '00'
               open output status-file
           end-if
           write status-record from status-line end-write
           close status-file.

       read-replay-request section.
           move 'N' to scan-eof
           open input replay-ctl
           if rpl-status = '00'
               perform until scan-eof = 'Y'
                   read replay-ctl
                       at end
                           move 'Y' to scan-eof
                       not at end
                           evaluate rpl-keyword
                               when 'JOBID'
                                   move function trim(rpl-value)
                                       to req-jobid
                                   move 'Y' to request-seen
                               when 'JOBSEQ'
                                   compute req-seq-num =
                                       function numval(rpl-value)
                                   move req-seq-num to req-seq
                               when 'TOLER'
                                   move function trim(rpl-value)
                                       to req-toler
                           end-evaluate
                   end-read
               end-perform
           end-if
           close replay-ctl
           if req-jobid = spaces
               move 'N' to request-seen
           end-if.

      *> First pass over the deck library: the job cards and seed.
      *> Without a JOBSEQ card the first job# filed under the job-id
      *> is taken.
       load-snapshot section.
           move 'N' to scan-eof
           open input deck-library
           if dlib-status = '00'
               perform until scan-eof = 'Y'
                   read deck-library
                       at end
                           move 'Y' to scan-eof
                       not at end
                           if dl-jobid = req-jobid
                               if req-seq = spaces
                                   move dl-seq to req-seq
                               end-if
                               if dl-seq = req-seq
                                   perform keep-snapshot-line
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close deck-library
           if req-seq = spaces
               move '0000' to req-seq
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
                       when 'SEED'
                           move 'Y' to has-seed-card
                       when 'ASSEMBLE'
                           if dl-value(1:1) = 'Y'
                               move 'Y' to has-assemble
                           end-if
                   end-evaluate
               when 'SED'
                   move dl-value to snap-seed
           end-evaluate.

      *> The job's records are read from the start of its job-id
      *> and job# key. Band slice records are counted only to
      *> explain a refusal; a flagged record's output is not on disk
      *> to compare.
       load-original-outputs section.
           move 'N' to scan-eof
           open input job-master
           if jobm-status = '00' and req-seq is numeric
               move req-jobid to jm-jobid
               move req-seq to jm-seq
               move 0 to jm-frame
               move 0 to jm-band
               start job-master key is not less than jm-key
                   invalid key
                       move 'Y' to scan-eof
               end-start
               perform until scan-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to scan-eof
                       not at end
                           perform check-original-record
                   end-read
               end-perform
           end-if
           close job-master.

       check-original-record section.
           if jm-jobid not = req-jobid or jm-seq not = req-seq
               move 'Y' to scan-eof
           else
               if jm-has-hist = 'Y'
                   if jm-band > 0
                       add 1 to band-count
                   else
                       if orig-count < max-outputs
                           add 1 to orig-count
                           move jm-frame to o-frame(orig-count)
                           move jm-output to o-output(orig-count)
                           move 'N' to o-flagged(orig-count)
                           if jm-status not = spaces
                               move 'Y' to o-flagged(orig-count)
                           end-if
                       end-if
                   end-if
               end-if
           end-if.

      *> The replay directory is cleared of anything a previous
      *> replay left (a stale checkpoint would otherwise resume into
      *> this render), then given the job's cards: the control deck
      *> without the queue-only cards and with the snapshot seed,
      *> and for an ASSEMBLE job without the band cards, so the
      *> frame renders whole on the seed the slices shared.
       prepare-replay-dir section.
           call 'CBL_CREATE_DIR' using rpl-dir
               returning dir-status
           call 'CBL_CHANGE_DIR' using rpl-dir
               returning dir-status
           if dir-status not = 0
               move 'cannot create the replay directory'
                   to refuse-reason
           else
               call 'CBL_CHANGE_DIR' using parent-dir
                   returning dir-status
               move function concatenate(
                   'rm -f ', function trim(rpl-dir, trailing),
                   '/calendula.* ', function trim(rpl-dir, trailing),
                   '/*.ppm ', function trim(rpl-dir, trailing),
                   '/*.pgm ', function trim(rpl-dir, trailing),
                   '/*.msh 2>/dev/null'
                ) to clean-command
               call 'SYSTEM' using clean-command
           end-if.

       build-replay-deck section.
           move function concatenate(
               function trim(rpl-dir, trailing), '/calendula.ctl'
            ) to rpl-ctl-filename
           open output replay-control
           perform varying card-idx from 1 by 1
                   until card-idx > job-card-count
               evaluate jc-keyword(card-idx)
                   when 'JOBEND'
                   when 'WINDOW'
                   when 'ORDER'
                   when 'SEED'
                       continue
                   when 'BANDS'
                   when 'BANDID'
                   when 'ASSEMBLE'
                       if has-assemble = 'N'
                           write replay-control-card
                               from job-card(card-idx) end-write
                       end-if
                   when other
                       write replay-control-card
                           from job-card(card-idx) end-write
               end-evaluate
           end-perform
           move spaces to replay-control-card
           move 'SEED' to replay-control-card(1:8)
           move snap-seed to replay-control-card(9:72)
           write replay-control-card end-write
           close replay-control
           perform write-replay-scene.

      *> Second pass: the scene cards go out as filed, except that
      *> each MESH card is pointed at a numbered copy of its mesh
      *> file in the replay directory, so a mesh path outside the
      *> render directory replays the same. Texture images are not
      *> in the snapshot; a relative TEXTURE IMAGE name is pointed
      *> back up at the render directory's file.
       write-replay-scene section.
           move function concatenate(
               function trim(rpl-dir, trailing), '/calendula.scene'
            ) to rpl-scene-filename
           open output replay-scene
           move 0 to mesh-no
           move 'N' to mesh-open
           move 'N' to scan-eof
           open input deck-library
           if dlib-status = '00'
               perform until scan-eof = 'Y'
                   read deck-library
                       at end
                           move 'Y' to scan-eof
                       not at end
                           if dl-jobid = req-jobid
                                   and dl-seq = req-seq
                               perform write-scene-line
                           end-if
                   end-read
               end-perform
           end-if
           close deck-library
           if mesh-open = 'Y'
               close replay-mesh
           end-if
           close replay-scene.

       write-scene-line section.
           evaluate dl-tag
               when 'SCN'
                   if dl-keyword = 'MESH'
                       add 1 to mesh-no
                       move mesh-no to mesh-no-disp
                       move spaces to replay-scene-card
                       move 'MESH' to replay-scene-card(1:8)
                       move function concatenate(
                           'mesh', mesh-no-disp, '.msh'
                        ) to replay-scene-card(9:72)
                       write replay-scene-card end-write
                   else
                       perform write-scene-card
                   end-if
               when 'MFN'
                   if mesh-open = 'Y'
                       close replay-mesh
                   end-if
                   move mesh-no to mesh-no-disp
                   move function concatenate(
                       function trim(rpl-dir, trailing), '/mesh',
                       mesh-no-disp, '.msh'
                    ) to rpl-mesh-filename
                   open output replay-mesh
                   move 'Y' to mesh-open
               when 'MSH'
                   if mesh-open = 'Y'
                       write replay-mesh-card from dl-card end-write
                   end-if
           end-evaluate.

       write-scene-card section.
           move spaces to tex-word
           move spaces to tex-file-word
           if dl-keyword = 'TEXTURE'
               unstring dl-value delimited by all spaces
                   into tex-word tex-file-word
           end-if
           if tex-word = 'IMAGE' and tex-file-word not = spaces
                   and tex-file-word(1:1) not = '/'
               move spaces to replay-scene-card
               move 'TEXTURE' to replay-scene-card(1:8)
               move function concatenate(
                   'IMAGE ', function trim(parent-dir, trailing),
                   '/', function trim(tex-file-word, trailing)
                ) to replay-scene-card(9:72)
               write replay-scene-card end-write
           else
               write replay-scene-card from dl-card end-write
           end-if.

      *> calendula runs as a called program with the replay
      *> directory as its working directory and is cancelled after,
      *> so a second replay in the same run starts it fresh.
       run-replay-render section.
           call 'CBL_CHANGE_DIR' using rpl-dir
               returning dir-status
           if dir-status not = 0
               move 'cannot enter the replay directory'
                   to refuse-reason
           else
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Replay: rendering job ',
                   function trim(req-jobid, trailing), ' job#',
                   req-seq, ' seed ', function trim(snap-seed),
                   ' in ', function trim(rpl-dir, trailing)
                ) to log-line
               write log-record from log-line end-write
               call 'calendula'
                   on exception
                       move 'calendula could not be called'
                           to refuse-reason
               end-call
               move return-code to render-rc
               move 0 to return-code
               call 'CBL_CHANGE_DIR' using parent-dir
                   returning dir-status
               cancel 'calendula'
               if render-rc not = 0
                   move render-rc to render-rc-disp
                   perform format-timestamp
                   move function concatenate(
                       formatted-ts, '  Replay: render ended with',
                       ' return code ',
                       function trim(render-rc-disp, leading)
                    ) to log-line
                   write log-record from log-line end-write
               end-if
           end-if.

       load-replay-outputs section.
           move function concatenate(
               function trim(rpl-dir, trailing), '/calendula.jobm'
            ) to rpl-jobm-filename
           move 'N' to scan-eof
           open input replay-master
           if rjobm-status = '00'
               perform until scan-eof = 'Y'
                   read replay-master next record
                       at end
                           move 'Y' to scan-eof
                       not at end
                           perform check-replay-record
                   end-read
               end-perform
           end-if
           close replay-master.

       check-replay-record section.
           if rm-has-hist = 'Y' and rm-band = 0
                   and rpl-count < max-outputs
               add 1 to rpl-count
               move rm-frame to r-frame(rpl-count)
               move function concatenate(
                   function trim(rpl-dir, trailing), '/',
                   function trim(rm-output, trailing)
                ) to r-output(rpl-count)
           end-if.

      *> ppmcomp reads its file pair from calendula.cmp, so any deck
      *> the operator left there is set aside for the run and put
      *> back after.
       compare-outputs section.
           call 'CBL_CHECK_FILE_EXIST' using cmp-filename
               file-details
               returning chk-status
           if chk-status = 0
               call 'CBL_RENAME_FILE'
                   using cmp-filename cmp-save-filename
                   returning rename-status
               if rename-status = 0
                   move 'Y' to cmp-saved
               end-if
           end-if
           perform varying orig-idx from 1 by 1
                   until orig-idx > orig-count
               if o-flagged(orig-idx) = 'Y'
                   add 1 to skipped-count
                   perform format-timestamp
                   move function concatenate(
                       formatted-ts, '  Replay: original ',
                       function trim(o-output(orig-idx), trailing),
                       ' archived or purged, not compared'
                    ) to log-line
                   write log-record from log-line end-write
               else
                   perform compare-one-output
               end-if
           end-perform
           call 'CBL_DELETE_FILE' using cmp-filename
           if cmp-saved = 'Y'
               call 'CBL_RENAME_FILE'
                   using cmp-save-filename cmp-filename
                   returning rename-status
           end-if.

      *> The log is closed around the ppmcomp call since ppmcomp
      *> appends its verdict to it too; the lines written before
      *> the call stay ahead of it.
       compare-one-output section.
           move 'N' to rpl-found
           perform varying rpl-idx from 1 by 1
                   until rpl-idx > rpl-count
                   or rpl-found = 'Y'
               if r-frame(rpl-idx) = o-frame(orig-idx)
                   move 'Y' to rpl-found
               end-if
           end-perform
           if rpl-found = 'N'
               add 1 to fail-count
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Replay: no replay output for ',
                   function trim(o-output(orig-idx), trailing)
                ) to log-line
               write log-record from log-line end-write
           else
               subtract 1 from rpl-idx
               open output compare-ctl
               move 'FILEA' to cmp-keyword
               move o-output(orig-idx) to cmp-value
               write compare-card end-write
               move 'FILEB' to cmp-keyword
               move r-output(rpl-idx) to cmp-value
               write compare-card end-write
               move 'TOLER' to cmp-keyword
               move req-toler to cmp-value
               write compare-card end-write
               close compare-ctl
               close render-log
               call 'ppmcomp'
                   on exception
                       move 8 to return-code
               end-call
               move return-code to cmp-rc
               move 0 to return-code
               cancel 'ppmcomp'
               open extend render-log
               if log-status not = '00'
                   open output render-log
               end-if
               add 1 to compared-count
               if cmp-rc not = 0
                   add 1 to fail-count
               end-if
           end-if.

       write-replay-summary section.
           perform set-replay-verdict
           perform format-timestamp
           if refuse-reason not = spaces
               move function concatenate(
                   formatted-ts, '  Replay FAIL: job ',
                   function trim(req-jobid, trailing), ' job#',
                   req-seq, ' not replayed, ',
                   function trim(refuse-reason, trailing)
                ) to log-line
           else
               move compared-count to compared-disp
               move fail-count to fail-disp
               move skipped-count to skipped-disp
               move function concatenate(
                   formatted-ts, '  Replay ',
                   function trim(replay-verdict, trailing),
                   ': job ', function trim(req-jobid, trailing),
                   ' job#', req-seq, ' compared ',
                   function trim(compared-disp, leading),
                   ' failed ', function trim(fail-disp, leading),
                   ' skipped ', function trim(skipped-disp, leading)
                ) to log-line
           end-if
           write log-record from log-line end-write.

       set-replay-verdict section.
           if refuse-reason not = spaces
                   or fail-count > 0
                   or compared-count = 0
               move 'FAIL' to replay-verdict
           else
               move 'PASS' to replay-verdict
           end-if.

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
