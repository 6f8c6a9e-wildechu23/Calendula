       id division.
       program-id. statrpt.

      *> Shift-end throughput report over the accounting fields of
      *> the job master (calendula.jobm): per-OUTNAME job counts with
      *> total and average elapsed, overall rays per second across
      *> the window, the slowest jobs by maxlinems, a per-dimension
      *> comparison of band-slice elapsed against full-frame runs,
      *> the intersection-test load per OUTNAME with and without
      *> mesh acceleration, and per OUTNAME and light set the
      *> elapsed and area-light shadow rays that soft shadows cost.
      *> The OUTNAME is on the same master record
      *> as the counters. The report goes to calendula.srp and a
      *> one-line summary to calendula.log next to the reconcile and
      *> retention entries.
       environment division.
       input-output section.
       file-control.
           select optional job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select stat-report assign to 'calendula.srp'
               organization is line sequential.
           select render-log assign to 'calendula.log'

       data division.
       file section.
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd stat-report.
       01 report-record pic x(160).
       fd render-log.
       01 status-record pic x(160).

       working-storage section.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 master-eof pic x value 'N'.

       01 stat-count comp-5 pic s9(4) value 0.
       01 max-stats comp-5 pic s9(4) value 2000.
               10 st-avgms comp-5 pic s9(8).
               10 st-maxms comp-5 pic s9(8).
               10 st-outname pic x(40).
               10 st-primary comp-5 pic s9(15).
               10 st-isects comp-5 pic s9(15).
               10 st-boxtests comp-5 pic s9(15).
               10 st-accel pic x.
               10 st-lightset pic x(6).
               10 st-arearays comp-5 pic s9(15).
       01 row-idx comp-5 pic s9(4).
       01 scan-idx comp-5 pic s9(4).

       01 outname-count comp-5 pic s9(4) value 0.
       01 max-outnames comp-5 pic s9(4) value 200.
       01 outname-data.
       01 on-idx comp-5 pic s9(4).
       01 on-found pic x.

      *> Intersection load per OUTNAME and ACCEL setting: tests per
      *> primary ray is the figure that shows what the hierarchy
      *> saves on a given scene. Records from before the counters
      *> carry accel '?' and count only as uncounted jobs.
       01 isect-count comp-5 pic s9(4) value 0.
       01 isect-data.
           05 isect-row occurs 200 times.
               10 is-name pic x(40).
               10 is-accel pic x.
               10 is-jobs comp-5 pic s9(6).
               10 is-primary comp-5 pic s9(15).
               10 is-tests comp-5 pic s9(15).
               10 is-boxes comp-5 pic s9(15).
       01 is-idx comp-5 pic s9(4).
       01 is-found pic x.
       01 per-ray pic s9(9)v99.
       01 per-ray-disp pic z(8)9.99.
       01 box-ray-disp pic z(8)9.99.
       01 tests-disp pic z(14)9.

      *> Soft-shadow cost per OUTNAME and light set (point lights,
      *> area lights and EMISSIVE objects, two digits each): the
      *> area-light shadow rays per primary ray and the average
      *> elapsed show what the penumbra sampling adds. Records from
      *> before the light fields carry a blank set and count only
      *> as uncounted jobs.
       01 light-count comp-5 pic s9(4) value 0.
       01 light-data.
           05 light-row occurs 200 times.
               10 lt-name pic x(40).
               10 lt-set pic x(6).
               10 lt-jobs comp-5 pic s9(6).
               10 lt-secs comp-5 pic s9(9).
               10 lt-primary comp-5 pic s9(15).
               10 lt-rays comp-5 pic s9(15).
       01 lt-idx comp-5 pic s9(4).
       01 lt-found pic x.

      *> Band slice records carry no marker tying the slices of one
      *> frame together: each slice job restamps its own job-id and
      *> takes its own queue job#, so there is no reliable run key
               'THROUGHPUT REPORT ', formatted-ts
            ) to report-line
           write report-record from report-line end-write
           perform load-stats
           if stat-count = 0
               move 'NOSTAT  no job master records to report'
                   to report-line
               write report-record from report-line end-write
           else
               perform summarize-outnames
               perform write-outname-report
               perform write-total-report
               perform write-slowest-report
               perform build-dim-report
               perform build-isect-report
               perform build-light-report
           end-if
           perform write-log-summary
           close stat-report
           write status-record from status-line end-write
           close status-file.

      *> Assemble records carry no counters of their own and are
      *> passed over.
       load-stats section.
           move 'N' to master-eof
           open input job-master
           if jobm-status = '00'
               perform until master-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to master-eof
                       not at end
                           if jm-has-stat = 'Y'
                               if stat-count < max-stats
                                   add 1 to stat-count
                                   perform parse-stat-record
                               else
                                   move 'Y' to stat-overflow
                               end-if
                           end-if
                   end-read
               end-perform
               close job-master
           end-if
           if stat-overflow = 'Y'
               move function concatenate(
           end-if.

       parse-stat-record section.
           move jm-jobid to st-jobid(stat-count)
           move jm-seq to st-seq(stat-count)
           move jm-band to st-band(stat-count)
           move jm-width to st-width(stat-count)
           move jm-height to st-height(stat-count)
           move jm-samples to st-samples(stat-count)
           compute st-rays(stat-count) = jm-primary + jm-bounces
           move jm-secs to st-secs(stat-count)
           move jm-avgms to st-avgms(stat-count)
           move jm-maxms to st-maxms(stat-count)
           if jm-has-hist = 'Y'
               move jm-outname to st-outname(stat-count)
           else
               move '(nohist)' to st-outname(stat-count)
           end-if
           move jm-primary to st-primary(stat-count)
           move jm-isects to st-isects(stat-count)
           move jm-boxtests to st-boxtests(stat-count)
           move jm-accel to st-accel(stat-count)
           if jm-area-rays is numeric
               move jm-points to st-lightset(stat-count)(1:2)
               move jm-areas to st-lightset(stat-count)(3:2)
               move jm-emitters to st-lightset(stat-count)(5:2)
               move jm-area-rays to st-arearays(stat-count)
           else
               move spaces to st-lightset(stat-count)
               move 0 to st-arearays(stat-count)
           end-if
           add st-rays(stat-count) to total-rays
           add jm-secs to total-secs.

       summarize-outnames section.
           perform varying row-idx from 1 by 1
            ) to report-line
           write report-record from report-line end-write.

       build-isect-report section.
           perform varying row-idx from 1 by 1
                   until row-idx > stat-count
               move 'N' to is-found
               perform varying is-idx from 1 by 1
                       until is-idx > isect-count
                       or is-found = 'Y'
                   if is-name(is-idx) = st-outname(row-idx)
                           and is-accel(is-idx) = st-accel(row-idx)
                       move 'Y' to is-found
                       perform add-isect-row
                   end-if
               end-perform
               if is-found = 'N' and isect-count < max-outnames
                   add 1 to isect-count
                   move isect-count to is-idx
                   move st-outname(row-idx) to is-name(is-idx)
                   move st-accel(row-idx) to is-accel(is-idx)
                   move 0 to is-jobs(is-idx)
                   move 0 to is-primary(is-idx)
                   move 0 to is-tests(is-idx)
                   move 0 to is-boxes(is-idx)
                   perform add-isect-row
               end-if
           end-perform
           perform varying is-idx from 1 by 1
                   until is-idx > isect-count
               perform write-isect-line
           end-perform.

       add-isect-row section.
           add 1 to is-jobs(is-idx)
           add st-primary(row-idx) to is-primary(is-idx)
           add st-isects(row-idx) to is-tests(is-idx)
           add st-boxtests(row-idx) to is-boxes(is-idx).

       write-isect-line section.
           move is-jobs(is-idx) to jobs-disp
           if is-accel(is-idx) = '?'
               move function concatenate(
                   'ISECT   ',
                   function trim(is-name(is-idx), trailing),
                   ' jobs ', function trim(jobs-disp, leading),
                   ' uncounted'
                ) to report-line
           else
               move is-tests(is-idx) to tests-disp
               if is-primary(is-idx) > 0
                   compute per-ray rounded =
                       is-tests(is-idx) / is-primary(is-idx)
                   move per-ray to per-ray-disp
                   compute per-ray rounded =
                       is-boxes(is-idx) / is-primary(is-idx)
                   move per-ray to box-ray-disp
               else
                   move 0 to per-ray-disp
                   move 0 to box-ray-disp
               end-if
               move function concatenate(
                   'ISECT   ',
                   function trim(is-name(is-idx), trailing),
                   ' accel=', is-accel(is-idx),
                   ' jobs ', function trim(jobs-disp, leading),
                   ' tests ', function trim(tests-disp, leading),
                   ' per-ray ', function trim(per-ray-disp, leading),
                   ' boxes/ray ', function trim(box-ray-disp, leading)
                ) to report-line
           end-if
           write report-record from report-line end-write.

       build-light-report section.
           perform varying row-idx from 1 by 1
                   until row-idx > stat-count
               move 'N' to lt-found
               perform varying lt-idx from 1 by 1
                       until lt-idx > light-count
                       or lt-found = 'Y'
                   if lt-name(lt-idx) = st-outname(row-idx)
                           and lt-set(lt-idx) = st-lightset(row-idx)
                       move 'Y' to lt-found
                       perform add-light-row
                   end-if
               end-perform
               if lt-found = 'N' and light-count < max-outnames
                   add 1 to light-count
                   move light-count to lt-idx
                   move st-outname(row-idx) to lt-name(lt-idx)
                   move st-lightset(row-idx) to lt-set(lt-idx)
                   move 0 to lt-jobs(lt-idx)
                   move 0 to lt-secs(lt-idx)
                   move 0 to lt-primary(lt-idx)
                   move 0 to lt-rays(lt-idx)
                   perform add-light-row
               end-if
           end-perform
           perform varying lt-idx from 1 by 1
                   until lt-idx > light-count
               perform write-light-line
           end-perform.

       add-light-row section.
           add 1 to lt-jobs(lt-idx)
           add st-secs(row-idx) to lt-secs(lt-idx)
           add st-primary(row-idx) to lt-primary(lt-idx)
           add st-arearays(row-idx) to lt-rays(lt-idx).

       write-light-line section.
           move lt-jobs(lt-idx) to jobs-disp
           if lt-set(lt-idx) = spaces
               move function concatenate(
                   'LIGHTS  ',
                   function trim(lt-name(lt-idx), trailing),
                   ' jobs ', function trim(jobs-disp, leading),
                   ' uncounted'
                ) to report-line
           else
               compute avg-secs = lt-secs(lt-idx) / lt-jobs(lt-idx)
               move avg-secs to avg-disp
               move lt-rays(lt-idx) to tests-disp
               if lt-primary(lt-idx) > 0
                   compute per-ray rounded =
                       lt-rays(lt-idx) / lt-primary(lt-idx)
                   move per-ray to per-ray-disp
               else
                   move 0 to per-ray-disp
               end-if
               move function concatenate(
                   'LIGHTS  ',
                   function trim(lt-name(lt-idx), trailing),
                   ' points ', lt-set(lt-idx)(1:2),
                   ' areas ', lt-set(lt-idx)(3:2),
                   ' emitters ', lt-set(lt-idx)(5:2),
                   ' jobs ', function trim(jobs-disp, leading),
                   ' avg ', function trim(avg-disp, leading),
                   's area-rays ', function trim(tests-disp, leading),
                   ' per-ray ', function trim(per-ray-disp, leading)
                ) to report-line
           end-if
           write report-record from report-line end-write.

       write-log-summary section.
           move stat-count to count-disp
           move outname-count to jobs-disp
