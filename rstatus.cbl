      *> live checkpoint files (calendula.ckpt.NNNN and their .fNNNN
      *> and .bNN variants), computes percent complete from the saved
      *> scanline against the band range, and estimates time
      *> remaining from the avglinems of the job master records
      *> matching the job's dimensions and sample ceiling (resolved
      *> from the queue or control cards the same way the renderer
      *> does), falling back to the spacing of the last two
           select optional control-file assign to 'calendula.ctl'
               organization is line sequential
               file status is ctl-file-status.
           select optional job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select optional render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
       01 control-card.
           05 ctl-keyword pic x(8).
           05 ctl-value pic x(72).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd render-log.
       01 log-record pic x(160).
       fd render-queue.
       01 dirls-status pic xx.
       01 ckpt-status pic xx.
       01 ctl-file-status pic xx.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 queue-status pic xx.
       01 qdone-status pic xx.
       01 lines-left comp-5 pic s9(4).
       01 pct-done comp-5 pic s9(4).

       01 pace-ms comp-5 pic s9(8).
       01 pace-sum comp-5 pic s9(9).
       01 pace-count comp-5 pic s9(6).
           move 0 to pace-count
           move 0 to pace-ms
           move 'N' to scan-eof
           open input job-master
           if jobm-status = '00'
               perform until scan-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to scan-eof
                       not at end
                           perform match-pace-record
                   end-read
               end-perform
               close job-master
           end-if
           if pace-count > 0
               compute pace-ms = pace-sum / pace-count
           end-if.

       match-pace-record section.
           if jm-has-stat = 'Y'
                   and jm-width = ckpt-width and jm-height = ckpt-height
                   and jm-samples = want-samples
                   and jm-avgms > 0
               add jm-avgms to pace-sum
               add 1 to pace-count
           end-if.

