       program-id. contact.

      *> Contact-sheet index builder for the output library: walks
      *> the unflagged job master (calendula.jobm) records in key
      *> order, which is job-id, job# and frame order, reads
      *> each claimed P6 output (both the maxval-255 and maxval-65535
      *> layouts the renderer emits), downsamples it to a 64x36 tile
      *> by nearest-neighbor, and composes the tiles eight across
       environment division.
       input-output section.
       file-control.
           select optional job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select image-file assign to dynamic image-filename
               organization is sequential
               file status is img-status.

       data division.
       file section.
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd image-file.
       01 img-record.
           05 img-byte binary-char.
       01 status-record pic x(160).

       working-storage section.
       01 jobm-status pic xx.
       01 img-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 image-filename pic x(60).
       01 sheet-filename pic x(20) value 'calendula.sheet.ppm'.

       01 rec-jobid pic x(15).
       01 rec-jobseq pic x(8).
       01 rec-output pic x(60).

       walk-history section.
           move 'N' to hist-eof
           open input job-master
           if jobm-status = '00'
               perform until hist-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to hist-eof
                       not at end
                           perform check-history-record
                   end-read
               end-perform
               close job-master
           end-if.

      *> As in reconcile, band slices, flagged records and records
      *> with no history fields claim no live output and get no
      *> tile.
       check-history-record section.
           if jm-band = 0 and jm-has-hist = 'Y'
                   and jm-status = spaces
               if tile-count < max-tiles
                   move jm-jobid to rec-jobid
                   move function concatenate('job#', jm-seq)
                       to rec-jobseq
                   move jm-output to rec-output
                   add 1 to tile-count
                   perform build-tile
               else
