               organization is sequential.
           select header-hdr assign to dynamic output-filename
               organization is sequential.
           select aux-header assign to dynamic aux-filename
               organization is sequential.
           select aux-header-hdr assign to dynamic aux-filename
               organization is sequential.
           select aux-gray8 assign to dynamic aux-filename
               organization is sequential.
           select aux-gray16 assign to dynamic aux-filename
               organization is sequential.
           select aux-rgb8 assign to dynamic aux-filename
               organization is sequential.
           select optional control-file assign to 'calendula.ctl'
               organization is line sequential
               file status is ctl-file-status.
           select mesh-file assign to dynamic mesh-filename
               organization is line sequential
               file status is mesh-status.
           select texture-file assign to dynamic tex-filename
               organization is sequential
               file status is tex-status.
           select optional render-queue assign to 'calendula.queue'
               organization is line sequential.
           select carry-queue assign to 'calendula.next'
               access mode is dynamic
               relative key is work-relkey
               file status is work-status.
           select deck-library assign to 'calendula.dlib'
               organization is line sequential
               file status is dlib-status.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           select job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select status-file assign to 'calendula.sts'
               organization is line sequential
               file status is sts-status.
       file section.
       fd render-log.
       01 log-record pic x(160).
       fd deck-library.
       01 dlib-record pic x(105).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd status-file.
       01 status-record pic x(160).
       fd control-file.
       01 mesh-card.
           05 msh-keyword pic x(8).
           05 msh-value pic x(72).
       fd texture-file.
       01 texture-record.
           05 texture-byte binary-char unsigned.
       fd checkpoint-file.
       01 checkpoint-record.
           05 ckpt-j-text pic 9(4).
       fd work-file.
       01 work-record.
           05 work-vec-a comp-2 occurs 3 times.
           05 work-depth comp-2.
           05 work-normal-a comp-2 occurs 3 times.
           05 work-objid comp-5 pic s9(4).
       fd header.
       01 header-file.
           05 p-type pic x(3).
           05 p-type-hdr pic x(3).
           05 dims-hdr pic x(10).
           05 maxval-hdr pic x(7).
       fd aux-header.
       01 aux-header-file.
           05 aux-p-type pic x(3).
           05 aux-dims pic x(10).
           05 aux-maxval pic x(5).
       fd aux-header-hdr.
       01 aux-header-hdr-file.
           05 aux-p-type-hdr pic x(3).
           05 aux-dims-hdr pic x(10).
           05 aux-maxval-hdr pic x(7).
       fd aux-gray8.
       01 aux-gray8-file.
           05 aux-gray8-a binary-char unsigned.
       fd aux-gray16.
       01 aux-gray16-file.
           05 aux-gray16-hi binary-char unsigned.
           05 aux-gray16-lo binary-char unsigned.
       fd aux-rgb8.
       01 aux-rgb8-file.
           05 aux-rgb8-a binary-char unsigned occurs 3 times.
       fd p3-image.
       01 p3-image-file.
           05 p3-image-rgb pic x(11).
       01 queue-eof pic x value 'N'.
       01 jobcards-read pic x value 'N'.
       01 job-outname pic x(20) value 'image'.
      *> ACCOUNT names the department a job is charged to; it rides
      *> on the job master record for the billing run.
       01 job-account pic x(16) value spaces.
      *> ORDER is the standing order a queued job was generated from
      *> and the date it was ordered for; on the job master record
      *> it lets the order run see what has already rendered, even
      *> when the night's render ran past midnight.
       01 job-order pic x(12) value spaces.
       01 job-order-date pic x(8) value spaces.
       01 job-seq comp-5 pic s9(4) value 1.
       01 job-seq-disp pic 9(4).

       01 qdone-hit-verb pic x(4).
       01 qdone-disp pic z(3)9.

      *> The job master record is built here as the job finishes
      *> and written (or rewritten, for a rerun of the same key) in
      *> one go.
       01 master-work.
           copy jobmast replacing leading ==jm-== by ==mw-==.
       01 master-scan-eof pic x.

       01 ckpt-status pic xx.
       01 ckpt-filename pic x(40) value 'calendula.ckpt'.
       01 log-line pic x(160).
       01 job-id pic x(15).
       01 output-filename pic x(60) value 'image.ppm'.

      *> PASSES card: auxiliary images written beside the beauty
      *> output, taken from the first hit of each pixel's first
      *> sample -- depth (16-bit P5, the job's farthest hit at 65534
      *> and no hit at 65535), surface normal ((n+1)/2 as 8-bit P6,
      *> black where nothing was hit) and object ID (8-bit P5 of the
      *> scene catalog index, 0 for background). The values ride in
      *> the work file with the color so banded renders and resumed
      *> renders carry them through to assembly.
       01 pass-depth pic x value 'N'.
       01 pass-normal pic x value 'N'.
       01 pass-objid pic x value 'N'.
       01 passes-any pic x value 'N'.
       01 passes-disp pic x(3).
       01 pass-card-value pic x(72).
       01 pass-tok-table.
           05 pass-tok pic x(12) occurs 4 times.
       01 pass-tok-idx comp-5 pic s9(4).
       01 pass-kind pic x.
       01 aux-filename pic x(60).
       01 aux-base-len comp-5 pic s9(4).
       01 aux-depth comp-2.
       01 aux-normal.
           05 aux-normal-a comp-2 occurs 3 times.
       01 aux-objid comp-5 pic s9(4).
       01 aux-k comp-5 pic s9(4).
       01 aux-val comp-5 pic s9(6).
       01 depth-max comp-2.
       01 depth-max-disp pic z(6)9.9(4).

      *> Reproducible renders: every job runs on a seed, from its
      *> SEED card or generated from the clock and logged, and the
      *> random stream is reseeded at the start of each scanline
      *> from the seed, the frame number and the scanline, so a band
      *> slice, a resumed run or a single frame draws exactly the
      *> samples the full run would have drawn. The first render of
      *> each job also files a snapshot of every card it used --
      *> job cards, the seed, the scene and each mesh file -- in the
      *> calendula.dlib deck library, keyed by job-id and job#, for
      *> the replay run to rebuild the job from.
       01 job-seed comp-5 pic s9(9) value 0.
       01 seed-card-set pic x value 'N'.
       01 seed-val comp-5 pic s9(9).
       01 seed-disp pic z(8)9.
       01 seed-source pic x(9).
       01 snap-done pic x value 'N'.
       01 dlib-status pic xx.
       01 dlib-line.
           05 dl-jobid pic x(15).
           05 filler pic x value space.
           05 dl-seq pic 9(4).
           05 filler pic x value space.
           05 dl-tag pic x(3).
           05 filler pic x value space.
           05 dl-card pic x(80).
       01 elapsed-cs comp-5 pic s9(8).
       01 elapsed-secs comp-5 pic s9(6).
       01 elapsed-secs-disp pic z(5)9.
           05 fd-time pic x(8) comp-x.
       01 chk-status comp-5 pic 9(4).
       01 chk-result pic x(4).
       01 jobm-status pic xx.
       01 log-status pic xx.

      *> Run verdict for scheduler gating: any validation FAIL or
      *> refused assembly makes the whole run FAIL, sets a nonzero
           05 tod-ss pic 9(2).
           05 tod-cc pic 9(2).
       01 tod-cs comp-5 pic s9(8).

       01 viewport-height comp-2 value 2.
       01 viewport-width comp-2.
       01 frame-count comp-5 pic s9(4) value 1.
       01 frame-no comp-5 pic s9(4) value 0.
       01 frame-disp pic 9(4).
       01 frames-disp pic 9(4).
      *> FRMFROM/FRMTO render a sub-range of a FRAMES sequence; the
      *> camera still interpolates across all FRAMES, so a refilled
      *> frame lands where the full run would have put it. RERUNID/
      *> RERUNSEQ give the refill the original job-id and job#, so
      *> its outputs take the original names and its history records
      *> join the original sequence.
       01 frame-from comp-5 pic s9(4) value 1.
       01 frame-to comp-5 pic s9(4) value 0.
       01 rerun-id pic x(15) value spaces.
       01 rerun-seq comp-5 pic s9(4) value 0.
       01 name-seq comp-5 pic s9(4) value 1.
       01 range-from-disp pic 9(4).
       01 range-to-disp pic 9(4).
       01 anim-mode pic x value 'N'.
       01 frame-frac comp-2.
       01 seq-from.
               10 obj-refidx comp-2.
               10 obj-tri-first comp-5 pic s9(4).
               10 obj-tri-count comp-5 pic s9(4).
               10 obj-node-root comp-5 pic s9(4).
               10 obj-tex-kind pic x.
               10 obj-tex-idx comp-5 pic s9(4).
               10 obj-tex-scale comp-2.
               10 obj-color2.
                   15 obj-color2-a comp-2 occurs 3 times.
               10 obj-emit comp-2.
       01 max-lights comp-5 pic s9(4) value 8.
       01 light-count comp-5 pic s9(4) value 0.
       01 light-table.
               10 light-color.
                   15 light-color-a comp-2 occurs 3 times.
               10 light-intensity comp-2.
               10 light-kind pic x.
               10 light-edge-u.
                   15 light-edge-u-a comp-2 occurs 3 times.
               10 light-edge-v.
                   15 light-edge-v-a comp-2 occurs 3 times.
               10 light-normal.
                   15 light-normal-a comp-2 occurs 3 times.
               10 light-samples comp-5 pic s9(4).
      *> Triangle meshes: a MESH scene card names a card file of
      *> VERTEX x y z and TRI a b c records (vertices first, indices
      *> 1-based within that mesh). All meshes share one vertex pool
       01 mesh-bad-vert pic x.
       01 mesh-verts-disp pic z(4)9.
       01 mesh-tris-disp pic z(4)9.
       01 mesh-nodes-disp pic z(4)9.

      *> Surface textures: a TEXTURE card in an object block makes
      *> the hit color come from the surface position instead of
      *> the flat COLOR. TEXTURE CHECKER alternates COLOR and COLOR2
      *> in cubes of TEXSCALE world units (on a plane, squares in x
      *> and z). TEXTURE IMAGE name wraps a P6 file, 8 or 16 bit:
      *> once around a sphere by longitude and latitude, tiled every
      *> TEXSCALE units in x and z on a plane, and across a mesh's
      *> bounding box as seen down the z axis. Texels are held
      *> linear (the inverse of the output gamma) in one shared
      *> pool; a file used by several objects is loaded once per
      *> job.
       01 tex-status pic xx.
       01 tex-filename pic x(60).
       01 tex-eof pic x.
       01 tex-word pic x(12).
       01 tex-file-word pic x(60).
       01 max-textures comp-5 pic s9(4) value 8.
       01 texture-count comp-5 pic s9(4) value 0.
       01 texture-table.
           05 texture-entry occurs 8 times.
               10 tx-name pic x(60).
               10 tx-width comp-5 pic s9(5).
               10 tx-height comp-5 pic s9(5).
               10 tx-first comp-5 pic s9(9).
       01 tex-idx comp-5 pic s9(4).
       01 tex-find comp-5 pic s9(4).
       01 max-texels comp-5 pic s9(9) value 262144.
       01 texel-count comp-5 pic s9(9) value 0.
       01 texel-table.
           05 texel occurs 262144 times.
               10 tl-a comp-2 occurs 3 times.
       01 texel-idx comp-5 pic s9(9).
       01 texel-last comp-5 pic s9(9).
       01 tex-byte-val comp-5 pic s9(4).
       01 tex-token pic x(16).
       01 tex-tok-len comp-5 pic s9(4).
       01 tex-magic pic x(16).
       01 tex-width comp-5 pic s9(5).
       01 tex-height comp-5 pic s9(5).
       01 tex-maxval comp-5 pic s9(6).
       01 tex-chan comp-5 pic s9(4).
       01 tex-chan-val comp-5 pic s9(6).
       01 tex-bad-reason pic x(40).
       01 tex-obj-disp pic z(3)9.
       01 tex-w-disp pic z(4)9.
       01 tex-h-disp pic z(4)9.
       01 tex-u comp-2.
       01 tex-v comp-2.
       01 tex-x comp-5 pic s9(5).
       01 tex-y comp-5 pic s9(5).
       01 tex-p.
           05 tex-p-a comp-2 occurs 3 times.
       01 tex-cell comp-5 pic s9(9).
       01 tex-parity comp-5 pic s9(9).
       01 tex-extent comp-2.

      *> Bounding-volume hierarchy over the triangle pool, built per
      *> mesh by load-mesh-file. Every node holds an axis-aligned
      *> box; an interior node names its two children, a leaf names
      *> a run of the pool (the builder reorders each mesh's own
      *> triangles in place so every leaf is contiguous). The root
      *> box doubles as the whole-object box, so a ray that misses
      *> it costs one slab test instead of obj-tri-count triangle
      *> tests. ACCEL N on a job keeps the old triangle-by-triangle
      *> walk so the same scene can be counted both ways.
       01 accel-mode pic x value 'Y'.
       01 max-bvh-nodes comp-5 pic s9(4) value 4000.
       01 bvh-node-count comp-5 pic s9(4) value 0.
       01 bvh-leaf-size comp-5 pic s9(4) value 4.
       01 bvh-max-depth comp-5 pic s9(4) value 60.
       01 bvh-node-table.
           05 bvh-node occurs 4000 times.
               10 bn-min.
                   15 bn-min-a comp-2 occurs 3 times.
               10 bn-max.
                   15 bn-max-a comp-2 occurs 3 times.
               10 bn-left comp-5 pic s9(4).
               10 bn-right comp-5 pic s9(4).
               10 bn-first comp-5 pic s9(4).
               10 bn-count comp-5 pic s9(4).
       01 tri-cent-table.
           05 tri-cent occurs 2000 times.
               10 tc-a comp-2 occurs 3 times.
       01 bvh-sp comp-5 pic s9(4).
       01 bvh-stack-table.
           05 bvh-stack occurs 64 times.
               10 bs-node comp-5 pic s9(4).
               10 bs-depth comp-5 pic s9(4).
       01 bvh-cur comp-5 pic s9(4).
       01 bvh-depth comp-5 pic s9(4).
       01 bvh-lo comp-5 pic s9(4).
       01 bvh-hi comp-5 pic s9(4).
       01 bvh-split comp-5 pic s9(4).
       01 bvh-j comp-5 pic s9(4).
       01 bvh-node-base comp-5 pic s9(4).
       01 bvh-axis comp-5 pic s9(4).
       01 bvh-vx comp-5 pic s9(4).
       01 bvh-k comp-5 pic s9(4).
       01 bvh-mid comp-2.
       01 bvh-extent comp-2.
       01 bvh-pad comp-2 value 0.000001.
       01 cent-min.
           05 cent-min-a comp-2 occurs 3 times.
       01 cent-max.
           05 cent-max-a comp-2 occurs 3 times.
       01 tri-swap.
           05 tri-swap-v comp-5 pic s9(4) occurs 3 times.
       01 cent-swap.
           05 cent-swap-a comp-2 occurs 3 times.

      *> Per-ray slab-test state: reciprocal direction components
      *> (an axis the ray runs parallel to is flagged instead), the
      *> probe kind (N nearest-hit, S shadow any-hit) and the box
      *> interval being narrowed.
       01 ray-inv.
           05 ray-inv-a comp-2 occurs 3 times.
       01 ray-flat.
           05 ray-flat-a pic x occurs 3 times.
       01 probe-mode pic x value 'N'.
       01 box-hit pic x.
       01 box-axis comp-5 pic s9(4).
       01 box-near comp-2.
       01 box-far comp-2.
       01 box-t0 comp-2.
       01 box-t1 comp-2.

       01 tri-idx comp-5 pic s9(4).
       01 tri-lo comp-5 pic s9(4).
       01 lambert comp-2.
       01 light-term comp-2.
       01 shadow-flag pic x.
      *> Area lights: light-scale is what shade-light-sample weighs
      *> a sample by (the intensity for a point light; intensity,
      *> cosine at the light and 1/samples for an area light).
       01 light-scale comp-2.
       01 light-cos comp-2.
       01 area-sample comp-5 pic s9(4).
       01 area-u comp-2.
       01 area-v comp-2.
       01 area-len comp-2.
       01 area-disp pic z9.
       01 saved-origin.
           05 saved-origin-a comp-2 occurs 3 times.
       01 saved-dir.
       01 hit-material pic x(10).
       01 hit-fuzz comp-2.
       01 hit-refidx comp-2.
       01 hit-emit comp-2.
       01 cand-flag pic x.
       01 cand-t comp-2.
       01 t-min comp-2 value 0.001.
       01 samp-var comp-2.
       01 stat-taken comp-5 pic s9(12) value 0.

      *> Intersection work actually done for the job: isects counts
      *> every sphere, plane and triangle test, boxtests every
      *> bounding-box slab test, for jm-isects/jm-boxtests on the
      *> job master record.
       01 stat-isects comp-5 pic s9(12) value 0.
       01 stat-box-tests comp-5 pic s9(12) value 0.
      *> The scene's light set and the shadow rays its area lights
      *> cast, so the master shows what soft shadows cost a job.
       01 stat-area-rays comp-5 pic s9(12) value 0.
       01 stat-points comp-5 pic s9(4).
       01 stat-areas comp-5 pic s9(4).
       01 stat-emitters comp-5 pic s9(4).

       procedure division.
       main section.
           open extend render-log
           end-if.

      *> Estimates the job's run time as the average elapsed of the
      *> job master records with the same dimensions and sample
      *> count, banded records for a banded job and full-frame
      *> records otherwise, scaled by the frame count for a FRAMES
      *> job. est-count zero means no history matched.
           else
               move 'F' to est-band
           end-if
           move 'N' to master-scan-eof
           open input job-master
           if jobm-status = '00'
               perform until master-scan-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to master-scan-eof
                       not at end
                           perform match-stat-record
                   end-read
               end-perform
               close job-master
           end-if
           if est-count > 0
               compute est-secs = est-sum / est-count
               if frame-count > 1
                   perform resolve-frame-range
                   compute est-secs =
                       est-secs * (frame-to - frame-from + 1)
               end-if
           end-if.

       match-stat-record section.
           if jm-has-stat = 'Y'
                   and jm-width = width
                   and jm-height = est-height
                   and jm-samples = samples-per-pixel
               if (est-band = 'B' and jm-band > 0)
                       or (est-band = 'F' and jm-band = 0)
                   add jm-secs to est-sum
                   add 1 to est-count
               end-if
           end-if.
           close carry-queue.

       run-job-or-frames section.
           perform resolve-job-seed
           move 'N' to snap-done
           move job-seq to name-seq
           if rerun-id not = spaces
               move rerun-id to job-id
               if rerun-seq > 0
                   move rerun-seq to name-seq
               end-if
               move 'Y' to snap-done
           end-if
           if frame-count > 1
               perform run-frame-sequence
           else
               end-if
           end-if.

      *> A job with no SEED card gets one from the time of day, offset
      *> by the job# so two jobs started in the same centisecond
      *> still differ; either way the seed is logged with the job.
       resolve-job-seed section.
           if seed-card-set = 'Y'
               move 'SEED card' to seed-source
           else
               move function current-date to current-date-raw
               compute job-seed =
                   function numval(current-date-raw(9:8)) + job-seq
               move 'generated' to seed-source
           end-if
           if job-seed < 0
               multiply -1 by job-seed
           end-if
           if job-seed > 99999999
               divide job-seed by 100000000 giving seed-val
                   remainder job-seed
           end-if
           move job-seed to seed-disp
           move job-seq to job-seq-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Seed: job#', job-seq-disp, ' seed ',
               function trim(seed-disp, leading), ' (',
               function trim(seed-source, trailing), ')'
            ) to log-line
           write log-record from log-line end-write.

      *> Restarts the random stream for scanline j; the frame number
      *> keeps the frames of a sequence on distinct streams.
       seed-scanline section.
           compute seed-val = job-seed + frame-no * 65536 + j
           compute tmp1 = function random(seed-val).

      *> Expands a FRAMES job into numbered frames: the camera origin
      *> (and the look-at point, when one is in play) moves linearly
      *> from its start value to the ENDFRM/ENDAT value across the
           if end-at-set-a(3) = 'N'
               move seq-at-a(3) to end-at-a(3)
           end-if
           perform resolve-frame-range
           if frame-from > 1 or frame-to < frame-count
               perform log-frame-range
           end-if
           perform varying frame-no from frame-from by 1
                   until frame-no > frame-to
               compute frame-frac = frame-no - 1
               compute tmp1 = frame-count - 1
               divide tmp1 into frame-frac
           end-perform
           move 'N' to anim-mode.

      *> An absent or out-of-range FRMTO means the last frame; an
      *> FRMFROM past FRMTO leaves an empty range and nothing renders.
       resolve-frame-range section.
           if frame-to < 1 or frame-to > frame-count
               move frame-count to frame-to
           end-if
           if frame-from < 1
               move 1 to frame-from
           end-if.

       log-frame-range section.
           move name-seq to job-seq-disp
           move frame-from to range-from-disp
           move frame-to to range-to-disp
           move frame-count to frames-disp
           perform format-timestamp
           if frame-from > frame-to
               move function concatenate(
                   formatted-ts, '  Frame range: job#', job-seq-disp,
                   ' FRMFROM ', range-from-disp, ' past FRMTO ',
                   range-to-disp, ', no frames rendered'
                ) to log-line
           else
               move function concatenate(
                   formatted-ts, '  Frame range: job#', job-seq-disp,
                   ' frames ', range-from-disp, '-', range-to-disp,
                   ' of ', frames-disp
                ) to log-line
           end-if
           write log-record from log-line end-write.

       run-job section.
           accept job-start-raw from time
           add 1 to jobs-run-count
           move 0 to stat-line-cs
           move 0 to stat-line-max
           move 0 to stat-taken
           move 0 to stat-isects
           move 0 to stat-box-tests
           move 0 to stat-area-rays
           move 'N' to scanline-seen
           perform resolve-sample-plan
           perform validate-band-card
           perform build-output-filename
           if snap-done = 'N'
               perform save-deck-snapshot
           end-if
           perform build-job-filenames
           compute height rounded = width / aspect-ratio
           perform setup-camera
           end-if
           perform varying j from start-j by -1 until j < band-j-lo
               perform log-scanline
               perform seed-scanline
               perform varying i from 0 by 1 until i = width
                   move 0 to pixel-accum-a(1)
                   move 0 to pixel-accum-a(2)
           if band-mode = 'Y'
               call 'CBL_DELETE_FILE' using ckpt-filename
               perform log-band-complete
               perform init-master-record
               perform write-stat
               perform write-history
           else
               perform emit-image
               perform check-image
               perform emit-passes
               call 'CBL_DELETE_FILE' using ckpt-filename
               call 'CBL_DELETE_FILE' using work-filename
               perform log-summary
               perform init-master-record
               perform write-stat
               perform write-history
           end-if.
               height-one - (band-id - 1) * rows-per-band
           compute band-j-lo = band-j-hi - band-rows + 1.

      *> Frames of one sequence share the job-id stamped at its first
      *> frame so the numbered files sort together for the encoding
      *> step; a rerun keeps the job-id and job# it was given.
       build-output-filename section.
           if rerun-id = spaces
                   and (anim-mode not = 'Y' or frame-no = frame-from)
               move function current-date to current-date-raw
               move function concatenate(
                   current-date-raw(1:8), '-',
                   current-date-raw(9:6)
                ) to job-id
           end-if
           move name-seq to job-seq-disp
           if anim-mode = 'Y'
               move frame-no to frame-disp
               move function concatenate(
           move job-seq to sts-last-seq
           perform validate-band-card
           perform build-output-filename
           if snap-done = 'N'
               perform save-deck-snapshot
           end-if
           compute height rounded = width / aspect-ratio
           move width to width-d
           move height to height-d
                   close p6-image
               end-if
               perform check-image
               perform emit-passes
               perform varying band-id from 1 by 1
                       until band-id > bands
                   perform build-job-filenames
                   call 'CBL_DELETE_FILE' using ckpt-filename
               end-perform
               perform log-summary
               perform init-master-record
               perform write-history
           else
               add 1 to val-fail-count
           move tod-cs to scanline-prev-cs
           move 'Y' to scanline-seen.

      *> Starts the job master record for the unit just rendered:
      *> job-id/job#, with frame and band zero outside those modes.
       init-master-record section.
           move spaces to master-work
           initialize master-work
           move job-id to mw-jobid
           move name-seq to mw-seq
           if anim-mode = 'Y'
               move frame-no to mw-frame
               move frame-count to mw-frames
           end-if
           if band-mode = 'Y'
               move band-id to mw-band
               move bands to mw-bands
           end-if
           move 'N' to mw-has-hist
           move 'N' to mw-has-stat.

      *> The accounting counters for the job just rendered.
       write-stat section.
           move job-start-raw to tod-raw
           perform time-to-cs
           if stat-elapsed-cs < 0
               add 8640000 to stat-elapsed-cs
           end-if
           move 'Y' to mw-has-stat
           move stat-primary to mw-primary
           move stat-bounces to mw-bounces
           move stat-absorbed to mw-absorbed
           move stat-hits to mw-hits
           move stat-misses to mw-misses
           compute mw-secs = stat-elapsed-cs / 100
           move stat-lines to mw-lines
           if stat-lines > 0
               compute mw-avgms =
                   stat-line-cs * 10 / stat-lines
           else
               move 0 to mw-avgms
           end-if
           compute mw-maxms = stat-line-max * 10
           move stat-taken to mw-taken
           move stat-isects to mw-isects
           move stat-box-tests to mw-boxtests
           move accel-mode to mw-accel
           move 0 to stat-points
           move 0 to stat-areas
           perform varying light-idx from 1 by 1
                   until light-idx > light-count
               if light-kind(light-idx) = 'A'
                   add 1 to stat-areas
               else
                   add 1 to stat-points
               end-if
           end-perform
           move 0 to stat-emitters
           perform varying obj-idx from 1 by 1
                   until obj-idx > object-count
               if obj-material(obj-idx) = 'EMISSIVE'
                   add 1 to stat-emitters
               end-if
           end-perform
           move stat-points to mw-points
           move stat-areas to mw-areas
           move stat-emitters to mw-emitters
           move stat-area-rays to mw-area-rays.

      *> Per-job elapsed centiseconds via time-to-cs, so the figure
      *> survives minute boundaries and covers only this job.
            ) to log-line
           write log-record from log-line end-write.

      *> The history fields, then the record goes to the job master:
      *> a new key is written, a key already on file (a resumed or
      *> refilled unit) is rewritten in place, which also clears any
      *> archive status the earlier output had.
        write-history section.
           move 'Y' to mw-has-hist
           move width to mw-width
           move height to mw-height
           move samples-per-pixel to mw-samples
           move hdr-mode to mw-hdr
           move output-filename to mw-output
           move job-outname to mw-outname
           if passes-any = 'Y' and band-mode not = 'Y'
               perform build-passes-disp
               move passes-disp to mw-passes
           end-if
           move job-seed to seed-disp
           move function trim(seed-disp, leading) to mw-seed
           move job-account to mw-account
           move job-order to mw-order
           if job-order-date is numeric
               move job-order-date to mw-order-date
           end-if
           open i-o job-master
           if jobm-status = '35'
               open output job-master
           end-if
           if jobm-status = '00'
               write job-master-record from master-work
                   invalid key
                       rewrite job-master-record from master-work
                       end-rewrite
               end-write
               close job-master
           else
               add 1 to val-fail-count
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Job master not writable: status ',
                   jobm-status, ', no record for ',
                   function trim(output-filename)
                ) to log-line
               write log-record from log-line end-write
           end-if.

      *> One letter per pass written: D depth, N normal, O object ID.
      *> Downstream programs derive each pass filename from output=
      *> the same way build-pass-filename does.
       build-passes-disp section.
           move spaces to passes-disp
           move 0 to aux-k
           if pass-depth = 'Y'
               add 1 to aux-k
               move 'D' to passes-disp(aux-k:1)
           end-if
           if pass-normal = 'Y'
               add 1 to aux-k
               move 'N' to passes-disp(aux-k:1)
           end-if
           if pass-objid = 'Y'
               add 1 to aux-k
               move 'O' to passes-disp(aux-k:1)
           end-if.

      *> Files the job's cards in the deck library under its job-id
      *> and job#: JOB lines carry the control or queue cards as
      *> read, SED the seed the job ran on, SCN the calendula.scene
      *> cards, and each MESH card's file follows as an MFN line
      *> naming it and MSH lines with its cards (no MSH lines when
      *> the file was missing, which the render tolerates too).
       save-deck-snapshot section.
           move 'Y' to snap-done
           open extend deck-library
           if dlib-status not = '00'
               open output deck-library
           end-if
           move job-id to dl-jobid
           move job-seq to dl-seq
           move 'JOB' to dl-tag
           perform varying card-idx from 1 by 1
                   until card-idx > job-card-count
               move job-card(card-idx) to dl-card
               write dlib-record from dlib-line end-write
           end-perform
           move job-seed to seed-disp
           move 'SED' to dl-tag
           move spaces to dl-card
           move 'SEED' to dl-card(1:8)
           move function trim(seed-disp, leading) to dl-card(9:72)
           write dlib-record from dlib-line end-write
           move 'N' to scene-eof
           open input scene-file
           if scene-status = '00'
               perform until scene-eof = 'Y'
                   read scene-file
                       at end
                           move 'Y' to scene-eof
                       not at end
                           move 'SCN' to dl-tag
                           move scene-card to dl-card
                           write dlib-record from dlib-line end-write
                           if scn-keyword = 'MESH'
                               perform snapshot-mesh-file
                           end-if
                   end-read
               end-perform
           end-if
           close scene-file
           close deck-library.

       snapshot-mesh-file section.
           move spaces to mesh-filename
           move function trim(scn-value) to mesh-filename
           move 'MFN' to dl-tag
           move mesh-filename to dl-card
           write dlib-record from dlib-line end-write
           move 'N' to mesh-eof
           open input mesh-file
           if mesh-status = '00'
               move 'MSH' to dl-tag
               perform until mesh-eof = 'Y'
                   read mesh-file
                       at end
                           move 'Y' to mesh-eof
                       not at end
                           move mesh-card to dl-card
                           write dlib-record from dlib-line end-write
                   end-read
               end-perform
               close mesh-file
           end-if.

       check-checkpoint section.
           move 'N' to resume-flag
           move vec-a(1) to work-vec-a(1)
           move vec-a(2) to work-vec-a(2)
           move vec-a(3) to work-vec-a(3)
           move aux-depth to work-depth
           move aux-normal-a(1) to work-normal-a(1)
           move aux-normal-a(2) to work-normal-a(2)
           move aux-normal-a(3) to work-normal-a(3)
           move aux-objid to work-objid
           write work-record invalid key
               rewrite work-record invalid key
                   continue
            ) to log-line
           write log-record from log-line end-write.

      *> Writes the auxiliary passes from the work file(s) the beauty
      *> image was just built from: the single job work file, or
      *> every band's work file in order under ASSEMBLE. Depth is
      *> normalized to the farthest hit in the image, so a prescan
      *> finds it first and the scale is logged for compositing.
       emit-passes section.
           if passes-any = 'Y'
               if pass-depth = 'Y'
                   move 0 to depth-max
                   move 'S' to pass-kind
                   perform walk-pass-pixels
                   move 'D' to pass-kind
                   perform write-pass-image
                   move depth-max to depth-max-disp
                   perform format-timestamp
                   move function concatenate(
                       formatted-ts, '  Depth pass: 65534 = ',
                       function trim(depth-max-disp, leading),
                       ' units, 65535 = no hit, ',
                       function trim(aux-filename, trailing)
                    ) to log-line
                   write log-record from log-line end-write
               end-if
               if pass-normal = 'Y'
                   move 'N' to pass-kind
                   perform write-pass-image
               end-if
               if pass-objid = 'Y'
                   move 'O' to pass-kind
                   perform write-pass-image
               end-if
           end-if.

      *> Pass files are named from the beauty output with its .ppm
      *> replaced: <name>.depth.pgm, <name>.normal.ppm and
      *> <name>.objid.pgm.
       build-pass-filename section.
           compute aux-base-len =
               function length(function trim(output-filename,
                   trailing)) - 4
           evaluate pass-kind
               when 'D'
                   move function concatenate(
                       output-filename(1:aux-base-len), '.depth.pgm'
                    ) to aux-filename
               when 'N'
                   move function concatenate(
                       output-filename(1:aux-base-len), '.normal.ppm'
                    ) to aux-filename
               when other
                   move function concatenate(
                       output-filename(1:aux-base-len), '.objid.pgm'
                    ) to aux-filename
           end-evaluate.

       write-pass-image section.
           perform build-pass-filename
           move 'P5' & x'0a' to aux-p-type
           move function concatenate(
               function trim(width-d, leading), space,
               function trim(height-d, leading)
            ) to aux-dims
           move x'0a' & '255' & x'0a' to aux-maxval
           evaluate pass-kind
               when 'D'
                   move aux-p-type to aux-p-type-hdr
                   move aux-dims to aux-dims-hdr
                   move x'0a' & '65535' & x'0a' to aux-maxval-hdr
                   open output aux-header-hdr
                   write aux-header-hdr-file end-write
                   close aux-header-hdr
                   open extend aux-gray16
                   perform walk-pass-pixels
                   close aux-gray16
                   move 20 to header-bytes
                   move 2 to val-bpp
               when 'N'
                   move 'P6' & x'0a' to aux-p-type
                   open output aux-header
                   write aux-header-file end-write
                   close aux-header
                   open extend aux-rgb8
                   perform walk-pass-pixels
                   close aux-rgb8
                   move 18 to header-bytes
                   move 3 to val-bpp
               when other
                   open output aux-header
                   write aux-header-file end-write
                   close aux-header
                   open extend aux-gray8
                   perform walk-pass-pixels
                   close aux-gray8
                   move 18 to header-bytes
                   move 1 to val-bpp
           end-evaluate
           perform check-pass-image.

       walk-pass-pixels section.
           if assemble-mode = 'Y'
               perform varying band-id from 1 by 1
                       until band-id > bands
                   perform build-job-filenames
                   perform compute-band-range
                   compute band-pixels = band-rows * width
                   perform walk-pass-file
               end-perform
           else
               compute band-pixels = width * height
               perform walk-pass-file
           end-if.

       walk-pass-file section.
           open input work-file
           perform varying record-num from 1 by 1
                   until record-num > band-pixels
               move record-num to work-relkey
               read work-file
               evaluate pass-kind
                   when 'S'
                       if work-depth > depth-max
                           move work-depth to depth-max
                       end-if
                   when 'D'
                       perform write-depth-pixel
                   when 'N'
                       perform write-normal-pixel
                   when other
                       perform write-objid-pixel
               end-evaluate
           end-perform
           close work-file.

       write-depth-pixel section.
           if work-depth < 0 or depth-max <= 0
               move 65535 to aux-val
           else
               compute tmp1 = work-depth / depth-max
               compute aux-val rounded = tmp1 * 65534
           end-if
           divide aux-val by 256 giving aux-gray16-hi
               remainder aux-gray16-lo
           write aux-gray16-file end-write.

       write-normal-pixel section.
           perform varying aux-k from 1 by 1 until aux-k > 3
               if work-objid = 0
                   move 0 to aux-rgb8-a(aux-k)
               else
                   compute tmp1 = work-normal-a(aux-k) + 1
                   compute aux-val rounded = tmp1 * 127.5
                   if aux-val > 255
                       move 255 to aux-val
                   end-if
                   if aux-val < 0
                       move 0 to aux-val
                   end-if
                   move aux-val to aux-rgb8-a(aux-k)
               end-if
           end-perform
           write aux-rgb8-file end-write.

       write-objid-pixel section.
           if work-objid > 255
               move 255 to aux-gray8-a
           else
               move work-objid to aux-gray8-a
           end-if
           write aux-gray8-file end-write.

      *> Same size rule as check-image, with header-bytes and
      *> val-bpp set by write-pass-image for the pass just written.
       check-pass-image section.
           compute expected-size =
               header-bytes + width * height * val-bpp
           call 'CBL_CHECK_FILE_EXIST' using aux-filename
               file-details
               returning chk-status
           move fd-size to actual-size-num
           move expected-size to expected-size-disp
           move actual-size-num to actual-size-disp
           perform format-timestamp
           if chk-status = 0 and actual-size-num = expected-size
               move 'PASS' to chk-result
           else
               move 'FAIL' to chk-result
               add 1 to val-fail-count
           end-if
           move function concatenate(
               formatted-ts, '  Validation ',
               function trim(chk-result, leading),
               ': expected ',
               function trim(expected-size-disp, leading),
               ' bytes actual ',
               function trim(actual-size-disp, leading), ' bytes ',
               function trim(aux-filename, trailing)
            ) to log-line
           write log-record from log-line end-write.

       read-control-file section.
           move 'N' to ctl-eof
           move 0 to job-card-count
           move 'N' to job-cards-over
           open input control-file
           perform until ctl-eof = 'Y'
               read control-file
                   at end
                       move 'Y' to ctl-eof
                   not at end
      *> kept for the deck snapshot, as the queue reader keeps its
      *> job cards
                       if job-card-count < max-job-cards
                           add 1 to job-card-count
                           move control-card to job-card(job-card-count)
                       else
                           move 'Y' to job-cards-over
                       end-if
                       evaluate ctl-keyword
                           when 'WIDTH'
                               compute width =
                               move 'Y' to end-at-set-a(3)
                           when 'OUTNAME'
                               move ctl-value(1:20) to job-outname
                           when 'ACCOUNT'
                               move spaces to job-account
                               unstring ctl-value
                                   delimited by all spaces
                                   into job-account
                           when 'HDR'
                               move ctl-value(1:1) to hdr-mode
                           when 'MATERIAL'
                           when 'SAMPVAR'
                               compute samp-threshold =
                                   function numval(ctl-value)
                           when 'ACCEL'
                               move ctl-value(1:1) to accel-mode
                           when 'PASSES'
                               move ctl-value to pass-card-value
                               perform apply-passes-card
                           when 'SEED'
                               compute job-seed =
                                   function numval(ctl-value)
                               move 'Y' to seed-card-set
                           when 'FRMFROM'
                               compute frame-from =
                                   function numval(ctl-value)
                           when 'FRMTO'
                               compute frame-to =
                                   function numval(ctl-value)
                           when 'RERUNID'
                               move ctl-value(1:15) to rerun-id
                           when 'RERUNSEQ'
                               compute rerun-seq =
                                   function numval(ctl-value)
                       end-evaluate
               end-read
           end-perform
           close control-file.

      *> PASSES takes ALL (or Y) or any of DEPTH, NORMAL and OBJID
      *> separated by spaces or commas; unknown words are ignored
      *> here and reported by deckchk.
       apply-passes-card section.
           move spaces to pass-tok-table
           unstring pass-card-value delimited by all spaces or ','
               into pass-tok(1) pass-tok(2) pass-tok(3) pass-tok(4)
           perform varying pass-tok-idx from 1 by 1
                   until pass-tok-idx > 4
               evaluate pass-tok(pass-tok-idx)
                   when 'ALL'
                   when 'Y'
                       move 'Y' to pass-depth
                       move 'Y' to pass-normal
                       move 'Y' to pass-objid
                   when 'DEPTH'
                       move 'Y' to pass-depth
                   when 'NORMAL'
                       move 'Y' to pass-normal
                   when 'OBJID'
                       move 'Y' to pass-objid
               end-evaluate
           end-perform
           if pass-depth = 'Y' or pass-normal = 'Y'
                   or pass-objid = 'Y'
               move 'Y' to passes-any
           end-if.

       init-job-defaults section.
           move 400 to width
           move 1.777778 to aspect-ratio
           move 0 to end-at-a(2)
           move 0 to end-at-a(3)
           move 'image' to job-outname
           move spaces to job-account
           move spaces to job-order
           move spaces to job-order-date
           move 'N' to hdr-mode
           move 10 to samples-per-pixel
           move 0 to samp-base
           move 0 to samp-max
           move 0 to samp-threshold
           move 'Y' to accel-mode
           move 'N' to pass-depth
           move 'N' to pass-normal
           move 'N' to pass-objid
           move 'N' to passes-any
           move 0 to job-seed
           move 'N' to seed-card-set
           move 1 to frame-from
           move 0 to frame-to
           move spaces to rerun-id
           move 0 to rerun-seq
           move 'DIFFUSE' to sphere-material
           move 0 to sphere-fuzz
           move 1.5 to sphere-refidx.
                               move 'Y' to end-at-set-a(3)
                           when 'OUTNAME'
                               move q-value(1:20) to job-outname
                           when 'ACCOUNT'
                               move spaces to job-account
                               unstring q-value
                                   delimited by all spaces
                                   into job-account
                           when 'ORDER'
                               move spaces to job-order
                               move spaces to job-order-date
                               unstring q-value
                                   delimited by all spaces
                                   into job-order job-order-date
                           when 'HDR'
                               move q-value(1:1) to hdr-mode
                           when 'MATERIAL'
                           when 'SAMPVAR'
                               compute samp-threshold =
                                   function numval(q-value)
                           when 'ACCEL'
                               move q-value(1:1) to accel-mode
                           when 'PASSES'
                               move q-value to pass-card-value
                               perform apply-passes-card
                           when 'SEED'
                               compute job-seed =
                                   function numval(q-value)
                               move 'Y' to seed-card-set
                           when 'FRMFROM'
                               compute frame-from =
                                   function numval(q-value)
                           when 'FRMTO'
                               compute frame-to =
                                   function numval(q-value)
                           when 'RERUNID'
                               move q-value(1:15) to rerun-id
                           when 'RERUNSEQ'
                               compute rerun-seq =
                                   function numval(q-value)
                           when 'WINDOW'
                               compute window-mins =
                                   function numval(q-value)
           move 0 to light-dropped
           move 0 to mesh-vert-count
           move 0 to mesh-tri-count
           move 0 to bvh-node-count
           move 0 to texture-count
           move 0 to texel-count
           move 'N' to scene-eof
           move 'N' to scene-skip
           move 'N' to light-skip
           end-if
           if object-count = 0
               perform build-default-scene
           end-if
           perform prepare-area-lights.

       apply-scene-card section.
           evaluate scn-keyword
                       move 'Y' to light-skip
                       add 1 to light-dropped
                   end-if
               when 'AREALITE'
                   if light-count < max-lights
                       add 1 to light-count
                       perform init-scene-light
                       move 'A' to light-kind(light-count)
                       move 'N' to light-skip
                   else
                       move 'Y' to light-skip
                       add 1 to light-dropped
                   end-if
               when 'LIGHTX'
               when 'LIGHTY'
               when 'LIGHTZ'
               when 'LIGHTG'
               when 'LIGHTB'
               when 'INTENS'
               when 'EDGEUX'
               when 'EDGEUY'
               when 'EDGEUZ'
               when 'EDGEVX'
               when 'EDGEVY'
               when 'EDGEVZ'
               when 'ASAMPLES'
                   if light-count > 0 and light-skip = 'N'
                       perform apply-light-card
                   end-if
               when 'REFIDX'
                   compute obj-refidx(object-count) =
                       function numval(scn-value)
               when 'TEXTURE'
                   perform apply-texture-card
               when 'COLOR2R'
                   compute obj-color2-a(object-count, 1) =
                       function numval(scn-value)
               when 'COLOR2G'
                   compute obj-color2-a(object-count, 2) =
                       function numval(scn-value)
               when 'COLOR2B'
                   compute obj-color2-a(object-count, 3) =
                       function numval(scn-value)
               when 'TEXSCALE'
                   compute obj-tex-scale(object-count) =
                       function numval(scn-value)
                   if obj-tex-scale(object-count) <= 0
                       move 1 to obj-tex-scale(object-count)
                   end-if
               when 'EMIT'
                   compute obj-emit(object-count) =
                       function numval(scn-value)
                   if obj-emit(object-count) < 0
                       move 0 to obj-emit(object-count)
                   end-if
           end-evaluate.

      *> TEXTURE CHECKER, or TEXTURE IMAGE followed by the file name.
      *> An image that cannot be loaded leaves the object its flat
      *> color; either way the log says what the job got.
       apply-texture-card section.
           move spaces to tex-word
           move spaces to tex-file-word
           unstring scn-value delimited by all spaces
               into tex-word tex-file-word
           move object-count to tex-obj-disp
           perform format-timestamp
           evaluate tex-word
               when 'CHECKER'
                   move 'C' to obj-tex-kind(object-count)
                   move function concatenate(
                       formatted-ts, '  Scene: texture CHECKER on',
                       ' object ', function trim(tex-obj-disp, leading)
                    ) to log-line
                   write log-record from log-line end-write
               when 'IMAGE'
                   perform find-texture-file
                   if tex-idx > 0
                       move 'I' to obj-tex-kind(object-count)
                       move tex-idx to obj-tex-idx(object-count)
                   end-if
               when other
                   move function concatenate(
                       formatted-ts, '  Scene: TEXTURE ',
                       function trim(tex-word, trailing),
                       ' not CHECKER or IMAGE on object ',
                       function trim(tex-obj-disp, leading)
                    ) to log-line
                   write log-record from log-line end-write
           end-evaluate.

       find-texture-file section.
           move 0 to tex-idx
           perform varying tex-find from 1 by 1
                   until tex-find > texture-count
                   or tex-idx > 0
               if tx-name(tex-find) = tex-file-word
                   move tex-find to tex-idx
               end-if
           end-perform
           if tex-idx > 0
               move tx-width(tex-idx) to tex-w-disp
               move tx-height(tex-idx) to tex-h-disp
               move function concatenate(
                   formatted-ts, '  Scene: texture ',
                   function trim(tex-file-word, trailing), ' ',
                   function trim(tex-w-disp, leading), 'x',
                   function trim(tex-h-disp, leading),
                   ' on object ', function trim(tex-obj-disp, leading),
                   ' (already loaded)'
                ) to log-line
               write log-record from log-line end-write
           else
               perform load-texture-file
           end-if.

       load-texture-file section.
           move spaces to tex-bad-reason
           move tex-file-word to tex-filename
           move 'N' to tex-eof
           evaluate true
               when tex-filename = spaces
                   move 'no file named' to tex-bad-reason
               when texture-count >= max-textures
                   move 'texture limit exceeded' to tex-bad-reason
               when other
                   open input texture-file
                   if tex-status not = '00'
                       move 'file missing' to tex-bad-reason
                   else
                       perform parse-texture-header
                       if tex-bad-reason = spaces
                           perform load-texture-texels
                       end-if
                       close texture-file
                   end-if
           end-evaluate
           if tex-bad-reason = spaces
               add 1 to texture-count
               move texture-count to tex-idx
               move tex-filename to tx-name(tex-idx)
               move tex-width to tx-width(tex-idx)
               move tex-height to tx-height(tex-idx)
               compute tx-first(tex-idx) = texel-count + 1
               move texel-last to texel-count
               move tex-width to tex-w-disp
               move tex-height to tex-h-disp
               move function concatenate(
                   formatted-ts, '  Scene: texture ',
                   function trim(tex-filename, trailing), ' ',
                   function trim(tex-w-disp, leading), 'x',
                   function trim(tex-h-disp, leading),
                   ' loaded for object ',
                   function trim(tex-obj-disp, leading)
                ) to log-line
           else
               move 0 to tex-idx
               move function concatenate(
                   formatted-ts, '  Scene: texture ',
                   function trim(tex-filename, trailing),
                   ' not loaded for object ',
                   function trim(tex-obj-disp, leading), ': ',
                   function trim(tex-bad-reason, trailing)
                ) to log-line
           end-if
           write log-record from log-line end-write.

      *> Same header walk as the comparison tool: four whitespace
      *> separated tokens, the byte ending the last one being the
      *> single separator before the pixels.
       parse-texture-header section.
           perform parse-texture-token
           move tex-token to tex-magic
           perform parse-texture-token
           compute tex-width = function numval(tex-token)
           perform parse-texture-token
           compute tex-height = function numval(tex-token)
           perform parse-texture-token
           compute tex-maxval = function numval(tex-token)
           evaluate true
               when tex-eof = 'Y'
                   move 'truncated header' to tex-bad-reason
               when tex-magic not = 'P6'
                   move 'not a P6 file' to tex-bad-reason
               when tex-maxval < 1 or tex-maxval > 65535
                   move 'bad maxval' to tex-bad-reason
               when tex-width < 1 or tex-height < 1
                   move 'empty dimensions' to tex-bad-reason
               when texel-count + tex-width * tex-height > max-texels
                   move 'texel pool full' to tex-bad-reason
           end-evaluate.

       parse-texture-token section.
           move spaces to tex-token
           move 0 to tex-tok-len
           perform get-texture-byte
           perform until tex-eof = 'Y'
                   or (tex-byte-val not = 32 and tex-byte-val not = 10
                       and tex-byte-val not = 13
                       and tex-byte-val not = 9)
               perform get-texture-byte
           end-perform
           perform until tex-eof = 'Y'
                   or tex-byte-val = 32 or tex-byte-val = 10
                   or tex-byte-val = 13 or tex-byte-val = 9
               if tex-tok-len < 16
                   add 1 to tex-tok-len
                   move function char(tex-byte-val + 1)
                       to tex-token(tex-tok-len:1)
               end-if
               perform get-texture-byte
           end-perform.

       get-texture-byte section.
           read texture-file
               at end
                   move 'Y' to tex-eof
               not at end
                   move texture-byte to tex-byte-val
           end-read.

       load-texture-texels section.
           compute texel-last = texel-count + tex-width * tex-height
           perform varying texel-idx from texel-count by 1
                   until texel-idx >= texel-last or tex-eof = 'Y'
               perform varying tex-chan from 1 by 1
                       until tex-chan > 3
                   perform get-texture-byte
                   move tex-byte-val to tex-chan-val
                   if tex-maxval > 255
                       perform get-texture-byte
                       compute tex-chan-val = tex-chan-val * 256
                       add tex-byte-val to tex-chan-val
                   end-if
                   compute tmp1 = tex-chan-val / tex-maxval
                   compute tl-a(texel-idx + 1, tex-chan) = tmp1 * tmp1
               end-perform
           end-perform
           if tex-eof = 'Y'
               move 'file shorter than header claims'
                   to tex-bad-reason
           end-if.

       init-scene-object section.
           move 0 to obj-center-a(object-count, 1)
           move 0 to obj-center-a(object-count, 2)
           move 0 to obj-fuzz(object-count)
           move 1.5 to obj-refidx(object-count)
           move 0 to obj-tri-first(object-count)
           move 0 to obj-tri-count(object-count)
           move 0 to obj-node-root(object-count)
           move 'N' to obj-tex-kind(object-count)
           move 0 to obj-tex-idx(object-count)
           move 1 to obj-tex-scale(object-count)
           move 0.9 to obj-color2-a(object-count, 1)
           move 0.9 to obj-color2-a(object-count, 2)
           move 0.9 to obj-color2-a(object-count, 3)
           move 1 to obj-emit(object-count).

       apply-light-card section.
           evaluate scn-keyword
               when 'INTENS'
                   compute light-intensity(light-count) =
                       function numval(scn-value)
               when 'EDGEUX'
                   compute light-edge-u-a(light-count, 1) =
                       function numval(scn-value)
               when 'EDGEUY'
                   compute light-edge-u-a(light-count, 2) =
                       function numval(scn-value)
               when 'EDGEUZ'
                   compute light-edge-u-a(light-count, 3) =
                       function numval(scn-value)
               when 'EDGEVX'
                   compute light-edge-v-a(light-count, 1) =
                       function numval(scn-value)
               when 'EDGEVY'
                   compute light-edge-v-a(light-count, 2) =
                       function numval(scn-value)
               when 'EDGEVZ'
                   compute light-edge-v-a(light-count, 3) =
                       function numval(scn-value)
               when 'ASAMPLES'
                   compute light-samples(light-count) =
                       function numval(scn-value)
                   if light-samples(light-count) < 1
                       move 1 to light-samples(light-count)
                   end-if
                   if light-samples(light-count) > 64
                       move 64 to light-samples(light-count)
                   end-if
           end-evaluate.

       init-scene-light section.
           move 1 to light-color-a(light-count, 1)
           move 1 to light-color-a(light-count, 2)
           move 1 to light-color-a(light-count, 3)
           move 1 to light-intensity(light-count)
           move 'P' to light-kind(light-count)
           move 1 to light-edge-u-a(light-count, 1)
           move 0 to light-edge-u-a(light-count, 2)
           move 0 to light-edge-u-a(light-count, 3)
           move 0 to light-edge-v-a(light-count, 1)
           move 0 to light-edge-v-a(light-count, 2)
           move 1 to light-edge-v-a(light-count, 3)
           move 0 to light-normal-a(light-count, 1)
           move 0 to light-normal-a(light-count, 2)
           move 0 to light-normal-a(light-count, 3)
           move 8 to light-samples(light-count).

      *> An AREALITE is the parallelogram spanned by its two edge
      *> vectors from the LIGHTX/Y/Z corner. Its unit normal is
      *> worked out once here; edges with no area between them
      *> leave nothing to sample, so that light is logged and kept
      *> as a point light at its corner.
       prepare-area-lights section.
           perform varying light-idx from 1 by 1
                   until light-idx > light-count
               if light-kind(light-idx) = 'A'
                   move cross(light-edge-u(light-idx),
                       light-edge-v(light-idx))
                       to light-normal(light-idx)
                   compute area-len = norm(light-normal(light-idx))
                   if area-len > 0
                       divide area-len
                           into light-normal-a(light-idx, 1)
                       divide area-len
                           into light-normal-a(light-idx, 2)
                       divide area-len
                           into light-normal-a(light-idx, 3)
                   else
                       move 'P' to light-kind(light-idx)
                       move light-idx to area-disp
                       perform format-timestamp
                       move function concatenate(
                           formatted-ts, '  Scene: area light ',
                           function trim(area-disp, leading),
                           ' has no area, lit as a point light'
                        ) to log-line
                       write log-record from log-line end-write
                   end-if
               end-if
           end-perform.

      *> Loads the mesh file named by the MESH card into the shared
      *> pools for the object just opened. A missing or empty mesh
                   end-read
               end-perform
               close mesh-file
               perform build-mesh-bvh
               perform log-mesh-loaded
           else
               perform format-timestamp
               add 1 to mesh-vi
           end-if.

      *> Builds the mesh's hierarchy top-down with an explicit stack:
      *> each popped node takes the box of its own triangles, and a
      *> node over bvh-leaf-size triangles splits its run at the
      *> midpoint of the longest axis of its triangle centroids,
      *> partitioning the run in place. A node at bvh-max-depth, one
      *> whose centroids all coincide, or one that would overflow the
      *> node table stays a (larger) leaf, so the build always ends
      *> with every triangle under exactly one leaf.
       build-mesh-bvh section.
           move bvh-node-count to bvh-node-base
           move 0 to obj-node-root(object-count)
           if obj-tri-count(object-count) > 0
                   and bvh-node-count < max-bvh-nodes
               move obj-tri-first(object-count) to bvh-lo
               compute bvh-hi =
                   bvh-lo + obj-tri-count(object-count) - 1
               perform varying tri-idx from bvh-lo by 1
                       until tri-idx > bvh-hi
                   perform compute-tri-centroid
               end-perform
               add 1 to bvh-node-count
               move bvh-node-count to obj-node-root(object-count)
               move bvh-lo to bn-first(bvh-node-count)
               move obj-tri-count(object-count)
                   to bn-count(bvh-node-count)
               move 1 to bvh-sp
               move bvh-node-count to bs-node(1)
               move 1 to bs-depth(1)
               perform until bvh-sp = 0
                   move bs-node(bvh-sp) to bvh-cur
                   move bs-depth(bvh-sp) to bvh-depth
                   subtract 1 from bvh-sp
                   perform build-bvh-node
               end-perform
           end-if
           compute mesh-nodes-disp = bvh-node-count - bvh-node-base.

       compute-tri-centroid section.
           perform varying bvh-k from 1 by 1 until bvh-k > 3
               move mv-a(mt-v(tri-idx, 1), bvh-k) to tmp1
               add mv-a(mt-v(tri-idx, 2), bvh-k) to tmp1
               add mv-a(mt-v(tri-idx, 3), bvh-k) to tmp1
               compute tc-a(tri-idx, bvh-k) = tmp1 / 3
           end-perform.

       build-bvh-node section.
           move 0 to bn-left(bvh-cur)
           move 0 to bn-right(bvh-cur)
           move bn-first(bvh-cur) to bvh-lo
           compute bvh-hi = bvh-lo + bn-count(bvh-cur) - 1
           perform bound-bvh-node
           if bn-count(bvh-cur) > bvh-leaf-size
                   and bvh-depth < bvh-max-depth
                   and bvh-node-count + 2 <= max-bvh-nodes
               perform split-bvh-node
           end-if.

      *> Box over every vertex of the node's run, padded a hair so a
      *> flat mesh (a ground quad, say) never yields a zero-width slab
      *> that rounding could miss; cent-min/cent-max take the bounds
      *> of the centroids for the split choice.
       bound-bvh-node section.
           move mesh-vert(mt-v(bvh-lo, 1)) to bn-min(bvh-cur)
           move mesh-vert(mt-v(bvh-lo, 1)) to bn-max(bvh-cur)
           move tri-cent(bvh-lo) to cent-min
           move tri-cent(bvh-lo) to cent-max
           perform varying tri-idx from bvh-lo by 1
                   until tri-idx > bvh-hi
               perform varying bvh-vx from 1 by 1 until bvh-vx > 3
                   perform varying bvh-k from 1 by 1 until bvh-k > 3
                       if mv-a(mt-v(tri-idx, bvh-vx), bvh-k)
                               < bn-min-a(bvh-cur, bvh-k)
                           move mv-a(mt-v(tri-idx, bvh-vx), bvh-k)
                               to bn-min-a(bvh-cur, bvh-k)
                       end-if
                       if mv-a(mt-v(tri-idx, bvh-vx), bvh-k)
                               > bn-max-a(bvh-cur, bvh-k)
                           move mv-a(mt-v(tri-idx, bvh-vx), bvh-k)
                               to bn-max-a(bvh-cur, bvh-k)
                       end-if
                   end-perform
               end-perform
               perform varying bvh-k from 1 by 1 until bvh-k > 3
                   if tc-a(tri-idx, bvh-k) < cent-min-a(bvh-k)
                       move tc-a(tri-idx, bvh-k) to cent-min-a(bvh-k)
                   end-if
                   if tc-a(tri-idx, bvh-k) > cent-max-a(bvh-k)
                       move tc-a(tri-idx, bvh-k) to cent-max-a(bvh-k)
                   end-if
               end-perform
           end-perform
           perform varying bvh-k from 1 by 1 until bvh-k > 3
               subtract bvh-pad from bn-min-a(bvh-cur, bvh-k)
               add bvh-pad to bn-max-a(bvh-cur, bvh-k)
           end-perform.

      *> Partitions the run about the centroid midpoint: a triangle
      *> whose centroid is below it stays at the front, anything else
      *> swaps to the back. The centroid with the minimum lands left
      *> and the one with the maximum lands right, so both children
      *> are non-empty whenever the extent is non-zero.
       split-bvh-node section.
           move 1 to bvh-axis
           compute bvh-extent = cent-max-a(1) - cent-min-a(1)
           compute tmp1 = cent-max-a(2) - cent-min-a(2)
           if tmp1 > bvh-extent
               move 2 to bvh-axis
               move tmp1 to bvh-extent
           end-if
           compute tmp1 = cent-max-a(3) - cent-min-a(3)
           if tmp1 > bvh-extent
               move 3 to bvh-axis
               move tmp1 to bvh-extent
           end-if
           if bvh-extent > 0
               compute bvh-mid =
                   cent-min-a(bvh-axis) + cent-max-a(bvh-axis)
               divide 2 into bvh-mid
               move bvh-lo to bvh-split
               move bvh-hi to bvh-j
               perform until bvh-split > bvh-j
                   if tc-a(bvh-split, bvh-axis) < bvh-mid
                       add 1 to bvh-split
                   else
                       perform swap-bvh-tris
                       subtract 1 from bvh-j
                   end-if
               end-perform
               if bvh-split > bvh-lo and bvh-split <= bvh-hi
                   add 1 to bvh-node-count
                   move bvh-node-count to bn-left(bvh-cur)
                   move bvh-lo to bn-first(bvh-node-count)
                   compute bn-count(bvh-node-count) =
                       bvh-split - bvh-lo
                   add 1 to bvh-sp
                   move bvh-node-count to bs-node(bvh-sp)
                   compute bs-depth(bvh-sp) = bvh-depth + 1
                   add 1 to bvh-node-count
                   move bvh-node-count to bn-right(bvh-cur)
                   move bvh-split to bn-first(bvh-node-count)
                   compute bn-count(bvh-node-count) =
                       bvh-hi - bvh-split + 1
                   add 1 to bvh-sp
                   move bvh-node-count to bs-node(bvh-sp)
                   compute bs-depth(bvh-sp) = bvh-depth + 1
               end-if
           end-if.

       swap-bvh-tris section.
           move mesh-tri(bvh-split) to tri-swap
           move mesh-tri(bvh-j) to mesh-tri(bvh-split)
           move tri-swap to mesh-tri(bvh-j)
           move tri-cent(bvh-split) to cent-swap
           move tri-cent(bvh-j) to tri-cent(bvh-split)
           move cent-swap to tri-cent(bvh-j).

       log-mesh-loaded section.
           compute mesh-verts-disp = mesh-vert-count - mesh-base
           move obj-tri-count(object-count) to mesh-tris-disp
               formatted-ts, '  Scene: mesh ',
               function trim(mesh-filename, trailing), ' verts ',
               function trim(mesh-verts-disp, leading), ' tris ',
               function trim(mesh-tris-disp, leading), ' bvh nodes ',
               function trim(mesh-nodes-disp, leading)
            ) to log-line
           write log-record from log-line end-write
           if mesh-dropped > 0
           move sphere-color to obj-color(1)
           move sphere-material to obj-material(1)
           move sphere-fuzz to obj-fuzz(1)
           move sphere-refidx to obj-refidx(1)
           move 1 to obj-emit(1).

       p6-header section.
           if hdr-mode = 'Y'
               move cur-origin to ray-origin
               move cur-dir to ray-dir
               perform nearest-hit
               if depth = 1 and pixel-samples = 0
                   perform capture-first-hit
               end-if
               if hit-flag = 'Y'
                   add 1 to stat-hits
                   if hit-material = 'EMISSIVE'
                       perform add-emitted-light
                       move direct-accum-a(1) to vec-a(1)
                       move direct-accum-a(2) to vec-a(2)
                       move direct-accum-a(3) to vec-a(3)
                       exit perform
                   end-if
                   if hit-material not = 'DIELECTRIC'
                       perform direct-lighting
                   end-if
               move direct-accum-a(3) to vec-a(3)
           end-if.

      *> Keeps what the primary ray of the pixel's first sample hit
      *> for the auxiliary passes; depth is the distance along the
      *> ray, since the camera ray direction is not unit length.
       capture-first-hit section.
           if hit-flag = 'Y'
               compute aux-depth = norm(ray-dir)
               multiply hit-t by aux-depth
               move hit-normal-a(1) to aux-normal-a(1)
               move hit-normal-a(2) to aux-normal-a(2)
               move hit-normal-a(3) to aux-normal-a(3)
               move hit-obj to aux-objid
           else
               move -1 to aux-depth
               move 0 to aux-normal-a(1)
               move 0 to aux-normal-a(2)
               move 0 to aux-normal-a(3)
               move 0 to aux-objid
           end-if.

      *> An EMISSIVE surface ends the path: it adds its own light,
      *> COLOR scaled by EMIT, through the attenuation the path has
      *> picked up on the way to it, and scatters nothing further.
       add-emitted-light section.
           compute tmp1 = hit-emit * hit-color-a(1)
           compute tmp2 = tmp1 * attenuation-a(1)
           add tmp2 to direct-accum-a(1)
           compute tmp1 = hit-emit * hit-color-a(2)
           compute tmp2 = tmp1 * attenuation-a(2)
           add tmp2 to direct-accum-a(2)
           compute tmp1 = hit-emit * hit-color-a(3)
           compute tmp2 = tmp1 * attenuation-a(3)
           add tmp2 to direct-accum-a(3).

      *> Adds each light's contribution at the current hit. A point
      *> light is one sample at its position; an area light is
      *> light-samples random points across its face, each with its
      *> own shadow ray, so a partly hidden light gives a penumbra.
       direct-lighting section.
           perform varying light-idx from 1 by 1
                   until light-idx > light-count
               if light-kind(light-idx) = 'A'
                   perform area-light-samples
               else
                   compute to-light-a(1) =
                       light-pos-a(light-idx, 1) - hit-point-a(1)
                   compute to-light-a(2) =
                       light-pos-a(light-idx, 2) - hit-point-a(2)
                   compute to-light-a(3) =
                       light-pos-a(light-idx, 3) - hit-point-a(3)
                   move light-intensity(light-idx) to light-scale
                   perform shade-light-sample
               end-if
           end-perform.

      *> One sample point per pass, corner + u * edge-u + v * edge-v
      *> for uniform u and v. The light shines from both faces; the
      *> cosine at the light and the share of the sample count go
      *> into light-scale, so INTENS means what it does for a point
      *> light however many samples are taken.
       area-light-samples section.
           perform varying area-sample from 1 by 1
                   until area-sample > light-samples(light-idx)
               compute area-u = function random
               compute area-v = function random
               compute tmp1 = area-u * light-edge-u-a(light-idx, 1)
               compute tmp2 = area-v * light-edge-v-a(light-idx, 1)
               add tmp2 to tmp1
               add light-pos-a(light-idx, 1) to tmp1
               compute to-light-a(1) = tmp1 - hit-point-a(1)
               compute tmp1 = area-u * light-edge-u-a(light-idx, 2)
               compute tmp2 = area-v * light-edge-v-a(light-idx, 2)
               add tmp2 to tmp1
               add light-pos-a(light-idx, 2) to tmp1
               compute to-light-a(2) = tmp1 - hit-point-a(2)
               compute tmp1 = area-u * light-edge-u-a(light-idx, 3)
               compute tmp2 = area-v * light-edge-v-a(light-idx, 3)
               add tmp2 to tmp1
               add light-pos-a(light-idx, 3) to tmp1
               compute to-light-a(3) = tmp1 - hit-point-a(3)
               compute light-cos =
                   dot(to-light, light-normal(light-idx))
               if light-cos < 0
                   compute light-cos = 0 - light-cos
               end-if
               compute area-len = norm(to-light)
               if area-len > 0 and light-cos > 0
                   divide area-len into light-cos
                   compute light-scale =
                       light-intensity(light-idx) * light-cos
                   divide light-samples(light-idx) into light-scale
                   perform shade-light-sample
               end-if
           end-perform.

      *> Shadow ray toward the sample in to-light, then Lambert
      *> shading with inverse-square falloff scaled by light-scale,
      *> weighted by the surface color and the path attenuation
      *> carried into this bounce.
       shade-light-sample section.
           compute lambert = dot(to-light, hit-normal)
           if lambert > 0
               if light-kind(light-idx) = 'A'
                   add 1 to stat-area-rays
               end-if
               perform shadow-probe
               if shadow-flag = 'N'
                   compute light-dist-sq = dot(to-light, to-light)
                   compute tmp1 = function sqrt(light-dist-sq)
                   divide tmp1 into lambert
                   compute light-term = light-scale * lambert
                   divide light-dist-sq into light-term
                   compute tmp1 =
                       light-term * light-color-a(light-idx, 1)
                   compute tmp2 = tmp1 * hit-color-a(1)
                   compute tmp1 = tmp2 * attenuation-a(1)
                   add tmp1 to direct-accum-a(1)
                   compute tmp1 =
                       light-term * light-color-a(light-idx, 2)
                   compute tmp2 = tmp1 * hit-color-a(2)
                   compute tmp1 = tmp2 * attenuation-a(2)
                   add tmp1 to direct-accum-a(2)
                   compute tmp1 =
                       light-term * light-color-a(light-idx, 3)
                   compute tmp2 = tmp1 * hit-color-a(3)
                   compute tmp1 = tmp2 * attenuation-a(3)
                   add tmp1 to direct-accum-a(3)
               end-if
           end-if.

      *> Casts the shadow ray from the hit point to the light using
      *> the catalog intersectors: any object strictly between the
      *> point (t > t-min) and the light (t < 1) blocks the light.
           move to-light to ray-dir
           compute a-coef = dot(ray-dir, ray-dir)
           move 'N' to shadow-flag
           move 'S' to probe-mode
           if accel-mode not = 'N'
               perform prepare-ray-slabs
           end-if
           perform varying obj-idx from 1 by 1
                   until obj-idx > object-count
                   or shadow-flag = 'Y'
                   move 'Y' to shadow-flag
               end-if
           end-perform
           move 'N' to probe-mode
           move saved-origin to ray-origin
           move saved-dir to ray-dir.

           move 0 to hit-obj
           move 0 to hit-tri
           compute a-coef = dot(ray-dir, ray-dir)
           if accel-mode not = 'N'
               perform prepare-ray-slabs
           end-if
           perform varying obj-idx from 1 by 1
                   until obj-idx > object-count
               move 0 to cand-tri
           end-if.

       intersect-sphere section.
           add 1 to stat-isects
           move 'N' to cand-flag
           compute oc-a(1) = ray-origin-a(1) - obj-center-a(obj-idx, 1)
           compute oc-a(2) = ray-origin-a(2) - obj-center-a(obj-idx, 2)
      *> Infinite ground plane y = obj-center-a(2) with a fixed up
      *> normal; rays parallel to the plane are treated as misses.
       intersect-plane section.
           add 1 to stat-isects
           move 'N' to cand-flag
           if ray-dir-a(2) > 0.0000001 or ray-dir-a(2) < -0.0000001
               compute cand-t =
               end-if
           end-if.

      *> Tests the current ray against the mesh object and keeps the
      *> nearest hit; cand-tri names the winning pool entry so
      *> load-hit-object can rebuild the face normal. Under ACCEL N
      *> every triangle is tried in turn.
       intersect-mesh section.
           move 'N' to cand-flag
           if accel-mode = 'N'
               move big-t to tri-best-t
               move obj-tri-first(obj-idx) to tri-lo
               compute tri-hi = tri-lo + obj-tri-count(obj-idx) - 1
               perform varying tri-idx from tri-lo by 1
                       until tri-idx > tri-hi
                   perform intersect-triangle
               end-perform
           else
               perform traverse-mesh-bvh
           end-if.

      *> Depth-first walk of the mesh's hierarchy from its root box.
      *> A nearest-hit probe only looks nearer than the best hit so
      *> far across the catalog (hit-t), so a mesh behind a closer
      *> object is culled at its root; a shadow probe only looks
      *> short of the light (t < 1) and stops at the first blocker.
       traverse-mesh-bvh section.
           if probe-mode = 'S'
               move 1 to tri-best-t
           else
               move hit-t to tri-best-t
           end-if
           move 0 to bvh-sp
           if obj-node-root(obj-idx) > 0
               move 1 to bvh-sp
               move obj-node-root(obj-idx) to bs-node(1)
           end-if
           perform until bvh-sp = 0
               move bs-node(bvh-sp) to bvh-cur
               subtract 1 from bvh-sp
               perform intersect-node-box
               if box-hit = 'Y'
                   if bn-left(bvh-cur) = 0
                       move bn-first(bvh-cur) to tri-lo
                       compute tri-hi =
                           tri-lo + bn-count(bvh-cur) - 1
                       perform varying tri-idx from tri-lo by 1
                               until tri-idx > tri-hi
                               or (probe-mode = 'S'
                                   and cand-flag = 'Y')
                           perform intersect-triangle
                       end-perform
                       if probe-mode = 'S' and cand-flag = 'Y'
                           move 0 to bvh-sp
                       end-if
                   else
                       add 1 to bvh-sp
                       move bn-right(bvh-cur) to bs-node(bvh-sp)
                       add 1 to bvh-sp
                       move bn-left(bvh-cur) to bs-node(bvh-sp)
                   end-if
               end-if
           end-perform.

      *> Reciprocal ray direction for the slab tests, computed once
      *> per probe rather than once per box.
       prepare-ray-slabs section.
           perform varying box-axis from 1 by 1 until box-axis > 3
               if ray-dir-a(box-axis) > 0.0000001
                       or ray-dir-a(box-axis) < -0.0000001
                   move 'N' to ray-flat-a(box-axis)
                   compute ray-inv-a(box-axis) =
                       1 / ray-dir-a(box-axis)
               else
                   move 'Y' to ray-flat-a(box-axis)
               end-if
           end-perform.

      *> Slab test of the current ray against node bvh-cur's box over
      *> the interval 0..tri-best-t; an axis the ray runs parallel
      *> to passes only when the origin lies inside that slab.
       intersect-node-box section.
           add 1 to stat-box-tests
           move 'Y' to box-hit
           move 0 to box-near
           move tri-best-t to box-far
           perform varying box-axis from 1 by 1
                   until box-axis > 3 or box-hit = 'N'
               if ray-flat-a(box-axis) = 'Y'
                   if ray-origin-a(box-axis)
                           < bn-min-a(bvh-cur, box-axis)
                           or ray-origin-a(box-axis)
                           > bn-max-a(bvh-cur, box-axis)
                       move 'N' to box-hit
                   end-if
               else
                   compute box-t0 =
                       bn-min-a(bvh-cur, box-axis)
                       - ray-origin-a(box-axis)
                   multiply ray-inv-a(box-axis) by box-t0
                   compute box-t1 =
                       bn-max-a(bvh-cur, box-axis)
                       - ray-origin-a(box-axis)
                   multiply ray-inv-a(box-axis) by box-t1
                   if box-t0 > box-t1
                       move box-t0 to tmp1
                       move box-t1 to box-t0
                       move tmp1 to box-t1
                   end-if
                   if box-t0 > box-near
                       move box-t0 to box-near
                   end-if
                   if box-t1 < box-far
                       move box-t1 to box-far
                   end-if
                   if box-near > box-far
                       move 'N' to box-hit
                   end-if
               end-if
           end-perform.

      *> Moller-Trumbore on one pool triangle, decomposed into
      *> single-operator steps; rays in the triangle's plane
      *> (near-zero determinant) are treated as misses.
       intersect-triangle section.
           add 1 to stat-isects
           move mesh-vert(mt-v(tri-idx, 1)) to tri-v0
           move mesh-vert(mt-v(tri-idx, 2)) to tri-v1
           move mesh-vert(mt-v(tri-idx, 3)) to tri-v2
           move obj-material(hit-obj) to hit-material
           move obj-fuzz(hit-obj) to hit-fuzz
           move obj-refidx(hit-obj) to hit-refidx
           move obj-emit(hit-obj) to hit-emit
           compute tmp1 = hit-t * ray-dir-a(1)
           compute hit-point-a(1) = ray-origin-a(1) + tmp1
           compute tmp1 = hit-t * ray-dir-a(2)
                   divide hit-radius into hit-normal-a(1)
                   divide hit-radius into hit-normal-a(2)
                   divide hit-radius into hit-normal-a(3)
           end-evaluate
           evaluate obj-tex-kind(hit-obj)
               when 'C'
                   perform checker-hit-color
               when 'I'
                   perform image-hit-color
           end-evaluate.

      *> Solid checker: the parity of the cell the hit point falls
      *> in picks COLOR or COLOR2. The point is nudged just behind
      *> the surface first, so a face lying on a cell boundary does
      *> not flicker between cells; a plane only counts x and z.
       checker-hit-color section.
           if hit-kind = 'P'
               move hit-point-a(1) to tex-p-a(1)
               move 0 to tex-p-a(2)
               move hit-point-a(3) to tex-p-a(3)
           else
               compute tmp1 = hit-normal-a(1) * 0.0001
               compute tex-p-a(1) = hit-point-a(1) - tmp1
               compute tmp1 = hit-normal-a(2) * 0.0001
               compute tex-p-a(2) = hit-point-a(2) - tmp1
               compute tmp1 = hit-normal-a(3) * 0.0001
               compute tex-p-a(3) = hit-point-a(3) - tmp1
           end-if
           move 0 to tex-parity
           perform varying tex-chan from 1 by 1 until tex-chan > 3
               compute tmp1 = tex-p-a(tex-chan) / obj-tex-scale(hit-obj)
               compute tex-cell = function integer(tmp1)
               add tex-cell to tex-parity
           end-perform
           if function mod(tex-parity, 2) = 1
               move obj-color2(hit-obj) to hit-color
           end-if.

      *> Surface position to image coordinates (u across, v down,
      *> both 0..1), then the nearest texel.
       image-hit-color section.
           move obj-tex-idx(hit-obj) to tex-idx
           evaluate hit-kind
               when 'S'
                   perform sphere-tex-coords
               when 'P'
                   compute tex-u =
                       hit-point-a(1) / obj-tex-scale(hit-obj)
                   compute tmp1 = function integer(tex-u)
                   subtract tmp1 from tex-u
                   compute tex-v =
                       hit-point-a(3) / obj-tex-scale(hit-obj)
                   compute tmp1 = function integer(tex-v)
                   subtract tmp1 from tex-v
               when other
                   perform mesh-tex-coords
           end-evaluate
           compute tmp1 = tex-u * tx-width(tex-idx)
           compute tex-x = function integer(tmp1)
           if tex-x < 0
               move 0 to tex-x
           end-if
           if tex-x >= tx-width(tex-idx)
               compute tex-x = tx-width(tex-idx) - 1
           end-if
           compute tmp1 = tex-v * tx-height(tex-idx)
           compute tex-y = function integer(tmp1)
           if tex-y < 0
               move 0 to tex-y
           end-if
           if tex-y >= tx-height(tex-idx)
               compute tex-y = tx-height(tex-idx) - 1
           end-if
           compute texel-idx = tx-first(tex-idx)
               + tex-y * tx-width(tex-idx) + tex-x
           move tl-a(texel-idx, 1) to hit-color-a(1)
           move tl-a(texel-idx, 2) to hit-color-a(2)
           move tl-a(texel-idx, 3) to hit-color-a(3).

      *> Longitude from the x/z direction of the outward normal
      *> (atan of the ratio, put in the right quadrant by hand),
      *> latitude from its y component.
       sphere-tex-coords section.
           if hit-normal-a(1) = 0
               if hit-normal-a(3) < 0
                   compute tmp2 = pi-const / -2
               else
                   compute tmp2 = pi-const / 2
               end-if
           else
               compute tmp1 = hit-normal-a(3) / hit-normal-a(1)
               compute tmp2 = function atan(tmp1)
               if hit-normal-a(1) < 0
                   add pi-const to tmp2
               end-if
           end-if
           compute tmp1 = pi-const * 2
           compute tex-u = tmp2 / tmp1
           compute tmp1 = function integer(tex-u)
           subtract tmp1 from tex-u
           move hit-normal-a(2) to tmp1
           if tmp1 > 1
               move 1 to tmp1
           end-if
           if tmp1 < -1
               move -1 to tmp1
           end-if
           compute tmp2 = function acos(tmp1)
           compute tex-v = tmp2 / pi-const.

      *> The mesh's root bounding box, seen down the z axis: x maps
      *> across the image, y from the top of the box down.
       mesh-tex-coords section.
           move 0.5 to tex-u
           move 0.5 to tex-v
           move obj-node-root(hit-obj) to bvh-cur
           if bvh-cur > 0
               compute tex-extent = bn-max-a(bvh-cur, 1)
                   - bn-min-a(bvh-cur, 1)
               if tex-extent > 0
                   compute tmp1 = hit-point-a(1) - bn-min-a(bvh-cur, 1)
                   compute tex-u = tmp1 / tex-extent
               end-if
               compute tex-extent = bn-max-a(bvh-cur, 2)
                   - bn-min-a(bvh-cur, 2)
               if tex-extent > 0
                   compute tmp1 = bn-max-a(bvh-cur, 2) - hit-point-a(2)
                   compute tex-v = tmp1 / tex-extent
               end-if
           end-if.

      *> Unit face normal of the hit triangle; degenerate triangles
      *> fall back to straight up rather than dividing by zero. For
      *> diffuse and metal the normal is flipped toward the incoming
