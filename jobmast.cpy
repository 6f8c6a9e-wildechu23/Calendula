      *> Job master record (calendula.jobm), one per rendered unit:
      *> a job, a frame of a FRAMES job or a band slice, keyed by
      *> job-id, job#, frame and band (frame 0 outside a sequence,
      *> band 0 outside a banded render). It carries what the
      *> history line and the stat record used to: the history
      *> fields (jm-has-hist), the accounting counters (jm-has-stat;
      *> an assemble job has no stat of its own) and the archive
      *> status retention and restore flip in place, and the standing
      *> order (and the date it was ordered for) a queued job was
      *> generated from. The light fields count the scene's point
      *> and area lights and EMISSIVE objects, and the shadow rays
      *> cast toward area-light samples; they are left blank on a
      *> record from before they were kept. Included under
      *> an 01 in the FD, or with REPLACING for a work copy.
           05 jm-key.
               10 jm-jobid pic x(15).
               10 jm-seq pic 9(4).
               10 jm-frame pic 9(4).
               10 jm-band pic 9(2).
           05 jm-frames pic 9(4).
           05 jm-bands pic 9(2).
           05 jm-has-hist pic x.
           05 jm-width pic 9(4).
           05 jm-height pic 9(4).
           05 jm-samples pic 9(4).
           05 jm-hdr pic x.
           05 jm-output pic x(60).
           05 jm-outname pic x(20).
           05 jm-passes pic x(8).
           05 jm-seed pic x(10).
           05 jm-account pic x(16).
           05 jm-has-stat pic x.
           05 jm-primary pic 9(12).
           05 jm-bounces pic 9(12).
           05 jm-absorbed pic 9(12).
           05 jm-hits pic 9(12).
           05 jm-misses pic 9(12).
           05 jm-secs pic 9(6).
           05 jm-lines pic 9(4).
           05 jm-avgms pic 9(8).
           05 jm-maxms pic 9(8).
           05 jm-taken pic 9(12).
           05 jm-isects pic 9(12).
           05 jm-boxtests pic 9(12).
           05 jm-accel pic x.
           05 jm-status pic x(8).
           05 jm-status-ts pic x(19).
           05 jm-order pic x(12).
           05 jm-order-date pic 9(8).
           05 jm-lights.
               10 jm-points pic 9(2).
               10 jm-areas pic 9(2).
               10 jm-emitters pic 9(2).
               10 jm-area-rays pic 9(12).
           05 filler pic x(2).
