      *> JOBID and/or FILENAME, it finds the matching calendula.arc
      *> catalog entries retention wrote, verifies each archived
      *> file's byte size against its catalog line, moves the file
      *> back into the render directory, clears the ARCHIVED status
      *> on the matching job master (calendula.jobm) record in place,
      *> and drops the entry from the catalog -- so a restored render
      *> reconciles clean instead of showing up as an orphan. Pass
      *> files archived with an image (catalog lines tagged main=)
      *> come back with it when the image is requested by FILENAME.
      *> The catalog is rewritten through a .new file and swapped
      *> into place.
      *> Actions go to calendula.log, a status record to
      *> calendula.sts, and any error or unmatched request ends with
      *> a nonzero return code.
               file status is cat-status.
           select catalog-new assign to 'calendula.arc.new'
               organization is line sequential.
           select job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           05 rst-keyword pic x(8).
           05 rst-value pic x(72).
       fd catalog-file.
       01 catalog-record pic x(300).
       fd catalog-new.
       01 catalog-new-record pic x(300).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd render-log.
       01 log-record pic x(160).
       fd status-file.
       working-storage section.
       01 rst-status pic xx.
       01 cat-status pic xx.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 scan-eof pic x.
       01 cat-overflow pic x value 'N'.
       01 cat-data.
           05 cat-row occurs 1000 times.
               10 c-line pic x(300).
               10 c-jobid pic x(15).
               10 c-seq pic 9(4).
               10 c-output pic x(60).
               10 c-main pic x(60).
               10 c-arch pic x(120).
               10 c-size pic 9(9).
               10 c-restored pic x.
       01 tok-table.
           05 tok pic x(130) occurs 8 times.

       01 master-open pic x value 'N'.
       01 flag-found pic x.
       01 rewrite-status pic xx.

       01 file-details.
           05 fd-size pic x(8) comp-x.
       01 chk-status comp-5 pic 9(4).
       01 rename-status comp-5 pic s9(4).
       01 actual-size-num pic 9(9).
       01 cat-filename pic x(20) value 'calendula.arc'.
       01 cat-new-filename pic x(20) value 'calendula.arc.new'.

               write log-record from log-line end-write
           else
               perform load-catalog
               perform open-master
               perform varying cat-idx from 1 by 1
                       until cat-idx > cat-count
                   if (req-jobid not = spaces
                           and c-jobid(cat-idx) = req-jobid)
                       or (req-filename not = spaces
                           and c-output(cat-idx) = req-filename)
                       or (req-filename not = spaces
                           and c-main(cat-idx) = req-filename)
                       perform restore-entry
                   end-if
               end-perform
               if master-open = 'Y'
                   close job-master
               end-if
               if restored-count = 0 and error-count = 0
                   add 1 to error-count
                   perform format-timestamp
                   write log-record from log-line end-write
               end-if
               if restored-count > 0
                   perform rewrite-catalog
               end-if
               perform write-restore-summary
           end-if.

      *> Catalog lines carry job-id job#NNNN output= arch= date=
      *> size= in fixed token order, as retention writes them, with
      *> main= after size= on a pass file's line.
       parse-catalog-row section.
           move catalog-record to c-line(cat-count)
           move spaces to tok-table
               into tok(1) tok(2) tok(3) tok(4) tok(5) tok(6)
                   tok(7) tok(8)
           move tok(1)(1:15) to c-jobid(cat-count)
           move tok(2)(5:4) to c-seq(cat-count)
           move tok(3)(8:60) to c-output(cat-count)
           move tok(4)(6:120) to c-arch(cat-count)
           move tok(6)(6:9) to c-size(cat-count)
           move spaces to c-main(cat-count)
           if tok(7)(1:5) = 'main='
               move tok(7)(6:60) to c-main(cat-count)
           end-if
           move 'N' to c-restored(cat-count).

       open-master section.
           open i-o job-master
           if jobm-status = '00'
               move 'Y' to master-open
           end-if.

      *> The archived file must still match the catalog before it
               end-if
           end-if.

      *> Undoes flag-record-archived: the records of the catalog
      *> line's job and job# are walked from the start of that key
      *> and the one whose output matches has its status blanked, so
      *> it claims its output again. A pass file's line matches no
      *> record and clears nothing; its image's line does that.
       clear-history-flag section.
           if master-open = 'N'
               add 1 to error-count
               move function concatenate(
                   formatted-ts, '  Restore error: job master not',
                   ' open, status not cleared for ',
                   function trim(c-output(cat-idx), trailing)
                ) to log-line
               write log-record from log-line end-write
           else
               perform clear-master-status
           end-if.

       clear-master-status section.
           move 'N' to flag-found
           move '00' to rewrite-status
           move 'N' to scan-eof
           move c-jobid(cat-idx) to jm-jobid
           move c-seq(cat-idx) to jm-seq
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
                       if jm-jobid not = c-jobid(cat-idx)
                               or jm-seq not = c-seq(cat-idx)
                           move 'Y' to scan-eof
                       else
                           if jm-output = c-output(cat-idx)
                                   and jm-status = 'ARCHIVED'
                               move spaces to jm-status
                               move spaces to jm-status-ts
                               rewrite job-master-record
                               end-rewrite
                               move jobm-status to rewrite-status
                               move 'Y' to flag-found
                           end-if
                       end-if
               end-read
           end-perform
           if flag-found = 'Y' and rewrite-status not = '00'
               add 1 to error-count
               move function concatenate(
                   formatted-ts, '  Restore error: could not clear',
                   ' the job master status for ',
                   function trim(c-output(cat-idx), trailing),
                   ' status ', rewrite-status
                ) to log-line
               write log-record from log-line end-write
           end-if.

       rewrite-catalog section.
