       id division.
       program-id. reconcile.

      *> End-of-window inventory check: walks every job master record
      *> (calendula.jobm), recomputes the output file's expected byte
      *> size from the recorded dimensions and hdr flag, stats the
      *> file on disk, and writes an exceptions report (calendula.rcn)
      *> listing missing files, size mismatches, and orphan .ppm/.pgm
      *> files that no record claims; the depth, normal and
      *> object-ID pass files a record's passes name are checked and
      *> claimed alongside their beauty image. A one-line summary
      *> also goes to calendula.log next to the render validation
      *> entries.
       environment division.
       input-output section.
       file-control.
           select job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select recon-report assign to 'calendula.rcn'
               organization is line sequential.
           select render-log assign to 'calendula.log'

       data division.
       file section.
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd recon-report.
       01 report-record pic x(160).
       fd render-log.
       01 status-record pic x(160).

       working-storage section.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 dirls-status pic xx.
       01 master-eof pic x value 'N'.
       01 dirls-eof pic x value 'N'.

       01 rec-width comp-5 pic s9(4).
       01 rec-height comp-5 pic s9(4).
       01 rec-hdr pic x.
       01 rec-output pic x(60).
       01 rec-passes pic x(8).
       01 rec-check-name pic x(60).
       01 pass-idx comp-5 pic s9(4).
       01 pass-base-len comp-5 pic s9(4).
       01 rec-skip pic x.

       01 header-bytes comp-5 pic 9(4).
       01 val-bpp comp-5 pic 9(2).
       01 orphan-count-disp pic z(5)9.

       01 list-command pic x(60)
           value 'ls -1 *.ppm *.pgm > calendula.dirls 2>/dev/null'.
       01 dirls-filename pic x(20) value 'calendula.dirls'.
       01 sts-status pic xx.
       01 exception-count comp-5 pic s9(6).
           close status-file.

       scan-history section.
           move 'N' to master-eof
           open input job-master
           if jobm-status not = '00'
               move 'NOHIST  no calendula.jobm on disk' to report-line
               write report-record from report-line end-write
           else
               perform until master-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to master-eof
                       not at end
                           perform check-history-record
                   end-read
               end-perform
               close job-master
           end-if.

      *> Band slice records, records with no history fields (a
      *> stat record loaded without its history line) and archived
      *> or purged records claim no live output file.
       check-history-record section.
           add 1 to rec-count
           if jm-band > 0 or jm-has-hist not = 'Y'
                   or jm-status not = spaces
               add 1 to skip-count
           else
               move jm-width to rec-width
               move jm-height to rec-height
               move jm-hdr to rec-hdr
               move jm-output to rec-output
               move jm-passes to rec-passes
               perform check-output-file
               perform varying pass-idx from 1 by 1
                       until pass-idx > 8
                       or rec-passes(pass-idx:1) = space
                   perform check-pass-file
               end-perform
           end-if.

       check-output-file section.
           if rec-hdr = 'Y'
               move 20 to header-bytes
               move 6 to val-bpp
               move 18 to header-bytes
               move 3 to val-bpp
           end-if
           move rec-output to rec-check-name
           perform check-claimed-file.

      *> Pass files take calendula's naming and layouts: the
      *> output's .ppm becomes .depth.pgm (16-bit gray), .normal.ppm
      *> (8-bit color) or .objid.pgm (8-bit gray).
       check-pass-file section.
           compute pass-base-len =
               function length(function trim(rec-output, trailing))
               - 4
           evaluate rec-passes(pass-idx:1)
               when 'D'
                   move function concatenate(
                       rec-output(1:pass-base-len), '.depth.pgm'
                    ) to rec-check-name
                   move 20 to header-bytes
                   move 2 to val-bpp
               when 'N'
                   move function concatenate(
                       rec-output(1:pass-base-len), '.normal.ppm'
                    ) to rec-check-name
                   move 18 to header-bytes
                   move 3 to val-bpp
               when other
                   move function concatenate(
                       rec-output(1:pass-base-len), '.objid.pgm'
                    ) to rec-check-name
                   move 18 to header-bytes
                   move 1 to val-bpp
           end-evaluate
           perform check-claimed-file.

      *> rec-check-name, header-bytes and val-bpp describe the file;
      *> it is claimed against the orphan scan whether or not it is
      *> on disk.
       check-claimed-file section.
           if claimed-count < max-claimed
               add 1 to claimed-count
               move rec-check-name to claimed-name(claimed-count)
           else
               move 'Y' to claimed-overflow
           end-if
           compute expected-size =
               header-bytes + rec-width * rec-height * val-bpp
           call 'CBL_CHECK_FILE_EXIST' using rec-check-name
               file-details
               returning chk-status
           if chk-status not = 0
               add 1 to missing-count
               move function concatenate(
                   'MISSING ', function trim(rec-check-name, trailing),
                   ' recorded ', jm-jobid, ' job#', jm-seq
                ) to report-line
               write report-record from report-line end-write
           else
                   move actual-size-num to actual-size-disp
                   move function concatenate(
                       'SIZE    ',
                       function trim(rec-check-name, trailing),
                       ' expected ',
                       function trim(expected-size-disp, leading),
                       ' bytes actual ',
               end-if
           end-if.

      *> Lists every .ppm and .pgm in the render directory and
      *> reports the ones no surviving history record claims. When
      *> the history outgrew the claimed table the scan would flag
      *> claimed files as orphans, so it is suppressed loudly
      *> instead.
       scan-disk section.
           if claimed-overflow = 'Y'
               move function concatenate(
