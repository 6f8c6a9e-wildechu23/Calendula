       id division.
       program-id. billing.

      *> Monthly chargeback run over the accounting counters in the
      *> job master (calendula.jobm). Each job rendered in the
      *> billing period is priced from the calendula.rate card:
      *> RATESEC per rendered second, RATEMRAY per million rays taken
      *> and RATEMB per megabyte of output kept -- the beauty image
      *> and any pass files the record names, sized from the
      *> recorded dimensions, unless retention has purged them. The
      *> period is FROMDATE..TODATE (YYYYMMDD) against the date in
      *> the job-id; without them the run covers the month to date.
      *> An invoice per ACCOUNT, in account order, lists the jobs
      *> with their charges and closes with the account totals; jobs
      *> that carried no ACCOUNT card (and records from before the
      *> card) go to a separate unallocated section to be chased.
      *> The report goes to calendula.bil, a summary line to
      *> calendula.log and a status record to calendula.sts.
       environment division.
       input-output section.
       file-control.
           select optional rate-card assign to 'calendula.rate'
               organization is line sequential
               file status is rate-status.
           select optional job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select bill-report assign to 'calendula.bil'
               organization is line sequential.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           select status-file assign to 'calendula.sts'
               organization is line sequential
               file status is sts-status.

       data division.
       file section.
       fd rate-card.
       01 rate-record.
           05 rate-keyword pic x(8).
           05 rate-value pic x(72).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd bill-report.
       01 report-record pic x(160).
       fd render-log.
       01 log-record pic x(160).
       fd status-file.
       01 status-record pic x(160).

       working-storage section.
       01 rate-status pic xx.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 rate-eof pic x value 'N'.
       01 stat-eof pic x value 'N'.

      *> Rates in currency units; a rate left off the card is not
      *> charged.
       01 rate-per-sec pic 9(5)v9(6) value 0.
       01 rate-per-mray pic 9(5)v9(6) value 0.
       01 rate-per-mb pic 9(5)v9(6) value 0.
       01 rate-disp pic z(4)9.9(6).
       01 period-from pic 9(8) value 0.
       01 period-to pic 9(8) value 0.
       01 job-date pic 9(8).
       01 bytes-per-mb comp-5 pic s9(9) value 1048576.
       01 rays-per-mray comp-5 pic s9(9) value 1000000.

       01 stat-count comp-5 pic s9(4) value 0.
       01 max-stats comp-5 pic s9(4) value 2000.
       01 stat-overflow pic x value 'N'.
       01 stat-data.
           05 stat-row occurs 2000 times.
               10 st-jobid pic x(15).
               10 st-seq pic 9(4).
               10 st-frame pic 9(4).
               10 st-band pic 9(2).
               10 st-account pic x(16).
               10 st-secs comp-5 pic s9(9).
               10 st-taken comp-5 pic s9(15).
               10 st-output pic x(60).
               10 st-kept comp-5 pic s9(15).
               10 st-bytes comp-5 pic s9(15).
               10 st-secs-amt pic s9(9)v99.
               10 st-rays-amt pic s9(9)v99.
               10 st-mb-amt pic s9(9)v99.
               10 st-amount pic s9(9)v99.
       01 row-idx comp-5 pic s9(4).
       01 scan-idx comp-5 pic s9(4).

       01 rec-kept pic x.
       01 rec-wanted pic x.
       01 pass-idx comp-5 pic s9(4).

      *> A re-rendered frame is recorded again under the same file
      *> name; its storage is charged once.
       01 charged-count comp-5 pic s9(4) value 0.
       01 charged-table.
           05 charged-name pic x(60) occurs 2000 times.
       01 charged-idx comp-5 pic s9(4).

       01 acct-count comp-5 pic s9(4) value 0.
       01 max-accts comp-5 pic s9(4) value 200.
       01 acct-data.
           05 acct-row occurs 200 times.
               10 ac-name pic x(16).
               10 ac-done pic x.
       01 acct-idx comp-5 pic s9(4).
       01 acct-pick comp-5 pic s9(4).
       01 acct-want pic x(16).
       01 unalloc-count comp-5 pic s9(6) value 0.
      *> Jobs whose ACCOUNT found no room in the account table are
      *> billed in the unallocated section so the totals still cover
      *> every job; the report and the log say how many.
       01 acct-overflow pic x value 'N'.
       01 overflow-jobs comp-5 pic s9(6) value 0.

       01 sum-jobs comp-5 pic s9(6).
       01 sum-secs comp-5 pic s9(9).
       01 sum-taken comp-5 pic s9(15).
       01 sum-bytes comp-5 pic s9(15).
       01 sum-secs-amt pic s9(9)v99.
       01 sum-rays-amt pic s9(9)v99.
       01 sum-mb-amt pic s9(9)v99.
       01 sum-amount pic s9(9)v99.
       01 billed-amount pic s9(9)v99 value 0.
       01 unalloc-amount pic s9(9)v99 value 0.
       01 billed-jobs comp-5 pic s9(6) value 0.

       01 mb-value pic 9(9)v99.
       01 mb-disp pic z(8)9.99.
       01 amt-disp pic z(8)9.99.
       01 amt-disp-2 pic z(8)9.99.
       01 amt-disp-3 pic z(8)9.99.
       01 amt-disp-4 pic z(8)9.99.
       01 secs-disp pic z(8)9.
       01 rays-disp pic z(14)9.
       01 jobs-disp pic z(5)9.
       01 count-disp pic z(5)9.
       01 acct-disp pic z(5)9.
       01 from-disp pic x(10).
       01 to-disp pic x(10).
       01 section-name pic x(16).

       01 status-line pic x(160).
       01 current-date-raw pic x(21).
       01 formatted-ts pic x(19).
       01 report-line pic x(160).
       01 log-line pic x(160).

       procedure division.
       main section.
           perform read-rate-card
           open output bill-report
           open extend render-log
           if log-status not = '00'
               open output render-log
           end-if
           perform format-timestamp
           move function concatenate(
               'BILLING RUN ', formatted-ts
            ) to report-line
           write report-record from report-line end-write
           perform write-period-lines
           perform load-stats
           if stat-count = 0
               move 'NOSTAT  no calendula.jobm records in the period'
                   to report-line
               write report-record from report-line end-write
           else
               perform price-jobs
               perform build-accounts
               perform write-invoices
               perform write-unallocated
           end-if
           perform write-bill-summary
           close bill-report
           close render-log
           perform write-status-record
           goback.

      *> Billing has no failure verdict; unallocated jobs are counted
      *> on the status record for the scheduler to see.
       write-status-record section.
           move stat-count to count-disp
           move acct-count to acct-disp
           move unalloc-count to jobs-disp
           move function concatenate(
               'program=billing verdict=PASS jobs=',
               function trim(count-disp, leading),
               ' accounts=', function trim(acct-disp, leading),
               ' unallocated=', function trim(jobs-disp, leading)
            ) to status-line
           open extend status-file
           if sts-status not = '00'
               open output status-file
           end-if
           write status-record from status-line end-write
           close status-file.

      *> Period defaults to the first of this month through today.
       read-rate-card section.
           move function current-date to current-date-raw
           move current-date-raw(1:8) to period-to
           move current-date-raw(1:6) to period-from(1:6)
           move '01' to period-from(7:2)
           open input rate-card
           if rate-status = '00'
               perform until rate-eof = 'Y'
                   read rate-card
                       at end
                           move 'Y' to rate-eof
                       not at end
                           evaluate rate-keyword
                               when 'RATESEC'
                                   compute rate-per-sec =
                                       function numval(rate-value)
                               when 'RATEMRAY'
                                   compute rate-per-mray =
                                       function numval(rate-value)
                               when 'RATEMB'
                                   compute rate-per-mb =
                                       function numval(rate-value)
                               when 'FROMDATE'
                                   compute period-from =
                                       function numval(rate-value)
                               when 'TODATE'
                                   compute period-to =
                                       function numval(rate-value)
                           end-evaluate
                   end-read
               end-perform
           end-if
           close rate-card.

       write-period-lines section.
           move function concatenate(
               period-from(1:4), '-', period-from(5:2), '-',
               period-from(7:2)
            ) to from-disp
           move function concatenate(
               period-to(1:4), '-', period-to(5:2), '-',
               period-to(7:2)
            ) to to-disp
           move function concatenate(
               'PERIOD  ', from-disp, ' to ', to-disp
            ) to report-line
           write report-record from report-line end-write
           move rate-per-sec to rate-disp
           move function concatenate(
               'RATES   per second ', function trim(rate-disp, leading)
            ) to report-line
           move rate-per-mray to rate-disp
           move function concatenate(
               function trim(report-line, trailing),
               ' per million rays ', function trim(rate-disp, leading)
            ) to report-line
           move rate-per-mb to rate-disp
           move function concatenate(
               function trim(report-line, trailing), ' per MB kept ',
               function trim(rate-disp, leading)
            ) to report-line
           write report-record from report-line end-write.

      *> Only records with accounting counters whose job-id date
      *> falls in the period are kept, plus the assemble records of
      *> banded renders, which carry no counters but hold the output
      *> the band slices do not; job-ids are stamped
      *> YYYYMMDD-HHMMSS. Records loaded from before the ACCOUNT card
      *> carry none and read as unallocated.
       load-stats section.
           open input job-master
           if jobm-status = '00'
               perform until stat-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to stat-eof
                       not at end
                           perform select-stat-record
                   end-read
               end-perform
               close job-master
           end-if
           if stat-overflow = 'Y'
               move 'OVERFLO stat records beyond capacity ignored'
                   to report-line
               write report-record from report-line end-write
           end-if.

       select-stat-record section.
           if jm-jobid(1:8) is numeric
               move jm-jobid(1:8) to job-date
           else
               move 0 to job-date
           end-if
           move 'N' to rec-wanted
           if jm-has-stat = 'Y'
               move 'Y' to rec-wanted
           end-if
           if jm-has-stat not = 'Y' and jm-has-hist = 'Y'
                   and jm-band = 0
               move 'Y' to rec-wanted
           end-if
           if rec-wanted = 'Y'
                   and job-date >= period-from and job-date <= period-to
               if stat-count < max-stats
                   add 1 to stat-count
                   perform parse-stat-record
               else
                   move 'Y' to stat-overflow
               end-if
           end-if.

      *> Band slices hold no output of their own (the assemble job's
      *> does, and it is priced for storage only) and a purged
      *> record's files are gone; archived files are still kept.
       parse-stat-record section.
           move jm-jobid to st-jobid(stat-count)
           move jm-seq to st-seq(stat-count)
           move jm-frame to st-frame(stat-count)
           move jm-band to st-band(stat-count)
           move jm-account to st-account(stat-count)
           if jm-has-stat = 'Y'
               move jm-secs to st-secs(stat-count)
               move jm-taken to st-taken(stat-count)
           else
               move 0 to st-secs(stat-count)
               move 0 to st-taken(stat-count)
           end-if
           move jm-output to st-output(stat-count)
           move 0 to st-kept(stat-count)
           move 0 to st-bytes(stat-count)
           move 'Y' to rec-kept
           if jm-has-hist not = 'Y' or jm-band > 0
                   or jm-status = 'PURGED'
               move 'N' to rec-kept
           end-if
           if rec-kept = 'Y'
               perform size-kept-output
           end-if.

      *> Output sizes follow reconcile: an 18-byte header (20 for
      *> 16-bit) and 3 or 6 bytes a pixel, pass files in their own
      *> layouts.
       size-kept-output section.
           if jm-hdr = 'Y'
               compute st-kept(stat-count) =
                   20 + jm-width * jm-height * 6
           else
               compute st-kept(stat-count) =
                   18 + jm-width * jm-height * 3
           end-if
           perform varying pass-idx from 1 by 1
                   until pass-idx > 8
                   or jm-passes(pass-idx:1) = space
               perform add-pass-bytes
           end-perform.

      *> D depth .pgm 16-bit gray, N normal .ppm 8-bit color, O
      *> object-ID .pgm 8-bit gray.
       add-pass-bytes section.
           evaluate jm-passes(pass-idx:1)
               when 'D'
                   compute st-kept(stat-count) = st-kept(stat-count)
                       + 20 + jm-width * jm-height * 2
               when 'N'
                   compute st-kept(stat-count) = st-kept(stat-count)
                       + 18 + jm-width * jm-height * 3
               when other
                   compute st-kept(stat-count) = st-kept(stat-count)
                       + 18 + jm-width * jm-height
           end-evaluate.

      *> Each job's storage is charged once per output file; each
      *> charge is rounded to the cent on the job line so the
      *> invoice totals add up to its lines.
       price-jobs section.
           perform varying row-idx from 1 by 1
                   until row-idx > stat-count
               perform charge-storage
               compute st-secs-amt(row-idx) rounded =
                   st-secs(row-idx) * rate-per-sec
               compute st-rays-amt(row-idx) rounded =
                   st-taken(row-idx) * rate-per-mray / rays-per-mray
               compute st-mb-amt(row-idx) rounded =
                   st-bytes(row-idx) * rate-per-mb / bytes-per-mb
               compute st-amount(row-idx) = st-secs-amt(row-idx)
                   + st-rays-amt(row-idx) + st-mb-amt(row-idx)
           end-perform.

       charge-storage section.
           if st-kept(row-idx) > 0
               perform varying charged-idx from 1 by 1
                       until charged-idx > charged-count
                       or charged-name(charged-idx) =
                           st-output(row-idx)
                   continue
               end-perform
               if charged-idx > charged-count
                   if charged-count < max-stats
                       add 1 to charged-count
                       move st-output(row-idx)
                           to charged-name(charged-count)
                   end-if
                   move st-kept(row-idx) to st-bytes(row-idx)
               end-if
           end-if.

       build-accounts section.
           perform varying row-idx from 1 by 1
                   until row-idx > stat-count
               if st-account(row-idx) = spaces
                   add 1 to unalloc-count
               else
                   perform varying acct-idx from 1 by 1
                           until acct-idx > acct-count
                           or ac-name(acct-idx) = st-account(row-idx)
                       continue
                   end-perform
                   if acct-idx > acct-count
                       if acct-count < max-accts
                           add 1 to acct-count
                           move st-account(row-idx)
                               to ac-name(acct-count)
                           move 'N' to ac-done(acct-count)
                       else
                           move 'Y' to acct-overflow
                           add 1 to overflow-jobs
                           add 1 to unalloc-count
                           move spaces to st-account(row-idx)
                       end-if
                   end-if
               end-if
           end-perform
           if acct-overflow = 'Y'
               move overflow-jobs to count-disp
               move function concatenate(
                   'OVERFLO accounts beyond capacity, ',
                   function trim(count-disp, leading),
                   ' jobs billed as unallocated'
                ) to report-line
               write report-record from report-line end-write
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Billing error: account table',
                   ' full, invoices incomplete, ',
                   function trim(count-disp, leading),
                   ' jobs billed as unallocated'
                ) to log-line
               write log-record from log-line end-write
           end-if.

      *> Invoices in account order: repeated scans for the lowest
      *> account not yet written.
       write-invoices section.
           perform varying acct-idx from 1 by 1
                   until acct-idx > acct-count
               move 0 to acct-pick
               perform varying scan-idx from 1 by 1
                       until scan-idx > acct-count
                   if ac-done(scan-idx) = 'N'
                       if acct-pick = 0
                           move scan-idx to acct-pick
                       else
                           if ac-name(scan-idx) < ac-name(acct-pick)
                               move scan-idx to acct-pick
                           end-if
                       end-if
                   end-if
               end-perform
               move 'Y' to ac-done(acct-pick)
               move ac-name(acct-pick) to acct-want
               move ac-name(acct-pick) to section-name
               move function concatenate(
                   'INVOICE ', function trim(acct-want, trailing),
                   ' period ', from-disp, ' to ', to-disp
                ) to report-line
               write report-record from report-line end-write
               perform write-account-jobs
               add sum-amount to billed-amount
               add sum-jobs to billed-jobs
           end-perform.

       write-unallocated section.
           if unalloc-count > 0
               move spaces to acct-want
               move '(unallocated)' to section-name
               move function concatenate(
                   'UNALLOC jobs with no invoiced ACCOUNT, period ',
                   from-disp, ' to ', to-disp
                ) to report-line
               write report-record from report-line end-write
               perform write-account-jobs
               move sum-amount to unalloc-amount
           end-if.

      *> acct-want selects the jobs (spaces for the unallocated
      *> ones) and section-name labels the totals line.
       write-account-jobs section.
           move 0 to sum-jobs
           move 0 to sum-secs
           move 0 to sum-taken
           move 0 to sum-bytes
           move 0 to sum-secs-amt
           move 0 to sum-rays-amt
           move 0 to sum-mb-amt
           move 0 to sum-amount
           perform varying row-idx from 1 by 1
                   until row-idx > stat-count
               if st-account(row-idx) = acct-want
                   perform write-job-line
                   add 1 to sum-jobs
                   add st-secs(row-idx) to sum-secs
                   add st-taken(row-idx) to sum-taken
                   add st-bytes(row-idx) to sum-bytes
                   add st-secs-amt(row-idx) to sum-secs-amt
                   add st-rays-amt(row-idx) to sum-rays-amt
                   add st-mb-amt(row-idx) to sum-mb-amt
                   add st-amount(row-idx) to sum-amount
               end-if
           end-perform
           move sum-jobs to jobs-disp
           move sum-secs to secs-disp
           move sum-taken to rays-disp
           compute mb-value rounded = sum-bytes / bytes-per-mb
           move mb-value to mb-disp
           move function concatenate(
               'TOTAL   ', function trim(section-name, trailing),
               ' jobs ', function trim(jobs-disp, leading),
               ' secs ', function trim(secs-disp, leading),
               ' rays ', function trim(rays-disp, leading),
               ' MB ', function trim(mb-disp, leading)
            ) to report-line
           write report-record from report-line end-write
           move sum-secs-amt to amt-disp
           move sum-rays-amt to amt-disp-2
           move sum-mb-amt to amt-disp-3
           move sum-amount to amt-disp-4
           move function concatenate(
               'CHARGES ', function trim(section-name, trailing),
               ' time ', function trim(amt-disp, leading),
               ' rays ', function trim(amt-disp-2, leading),
               ' storage ', function trim(amt-disp-3, leading),
               ' amount due ', function trim(amt-disp-4, leading)
            ) to report-line
           write report-record from report-line end-write.

       write-job-line section.
           move st-secs(row-idx) to secs-disp
           move st-taken(row-idx) to rays-disp
           compute mb-value rounded = st-bytes(row-idx) / bytes-per-mb
           move mb-value to mb-disp
           move st-amount(row-idx) to amt-disp
           move function concatenate(
               'JOB     ', st-jobid(row-idx),
               ' job#', st-seq(row-idx),
               ' frame=', st-frame(row-idx),
               ' band=', st-band(row-idx),
               ' secs ', function trim(secs-disp, leading),
               ' rays ', function trim(rays-disp, leading),
               ' MB ', function trim(mb-disp, leading),
               ' amount ', function trim(amt-disp, leading)
            ) to report-line
           write report-record from report-line end-write.

       write-bill-summary section.
           move acct-count to acct-disp
           move billed-jobs to jobs-disp
           move unalloc-count to count-disp
           move billed-amount to amt-disp
           move unalloc-amount to amt-disp-2
           move function concatenate(
               'SUMMARY accounts ', function trim(acct-disp, leading),
               ' jobs ', function trim(jobs-disp, leading),
               ' billed ', function trim(amt-disp, leading),
               ' unallocated jobs ', function trim(count-disp, leading),
               ' amount ', function trim(amt-disp-2, leading)
            ) to report-line
           write report-record from report-line end-write
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Billing: ', from-disp, ' to ',
               to-disp, ' ', function trim(acct-disp, leading),
               ' accounts billed ', function trim(amt-disp, leading),
               ', ', function trim(count-disp, leading),
               ' unallocated jobs ', function trim(amt-disp-2, leading)
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
