       id division.
       program-id. orders.

      *> Standing-order run that builds the night's render queue. The
      *> calendula.ord catalog holds one block per standing order:
      *> ORDER id, a SCHEDULE card (DAILY, WEEKDAYS with day names
      *> MON..SUN, or MONTHDAY with day numbers 1..31), optional
      *> FROMDATE/TODATE (YYYYMMDD) bounding when the order is in
      *> effect, the job cards to submit, and ORDEREND. The ad-hoc
      *> deck calendula.adhoc is copied to calendula.queue first,
      *> then each order due today is appended as a job led by an
      *> ORDER card carrying its id and today's date and closed with
      *> JOBEND. An order the job master (calendula.jobm) already
      *> shows rendered for today, or that the ad-hoc deck already
      *> carries, is skipped; a malformed block is rejected with its
      *> line number. calendula.queue is rewritten whole, so the run
      *> refuses while calendula.qdone shows a queue still being
      *> worked. The finished queue goes through deckchk. What was
      *> generated, skipped and rejected goes to calendula.log, the
      *> verdict to calendula.sts; a rejected order, a NOGO deck or
      *> a refused run ends with a nonzero return code.
       environment division.
       input-output section.
       file-control.
           select optional order-catalog assign to 'calendula.ord'
               organization is line sequential
               file status is ord-status.
           select optional adhoc-deck assign to 'calendula.adhoc'
               organization is line sequential
               file status is adhoc-status.
           select render-queue assign to 'calendula.queue'
               organization is line sequential
               file status is queue-status.
           select optional job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           select status-file assign to 'calendula.sts'
               organization is line sequential
               file status is sts-status.

       data division.
       file section.
       fd order-catalog.
       01 order-card.
           05 ord-keyword pic x(8).
           05 ord-value pic x(72).
       fd adhoc-deck.
       01 adhoc-card.
           05 adhoc-keyword pic x(8).
           05 adhoc-value pic x(72).
       fd render-queue.
       01 queue-card.
           05 q-keyword pic x(8).
           05 q-value pic x(72).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd render-log.
       01 log-record pic x(160).
       fd status-file.
       01 status-record pic x(160).

       working-storage section.
       01 ord-status pic xx.
       01 adhoc-status pic xx.
       01 queue-status pic xx.
       01 jobm-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 scan-eof pic x.
       01 line-no comp-5 pic s9(4) value 0.
       01 line-disp pic 9(4).

       01 current-date-raw pic x(21).
       01 today-num pic 9(8).
       01 today-int comp-5 pic s9(8).
       01 today-dow comp-5 pic s9(4).
       01 today-mday pic 9(2).
       01 day-name-list.
           05 filler pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
       01 day-name-table redefines day-name-list.
           05 day-name pic x(3) occurs 7 times.
       01 day-idx comp-5 pic s9(4).

       01 qdone-filename pic x(15) value 'calendula.qdone'.
       01 file-details.
           05 fd-size pic x(8) comp-x.
           05 fd-date pic x(8) comp-x.
           05 fd-time pic x(8) comp-x.
       01 chk-status comp-5 pic 9(4).
       01 refused pic x value 'N'.

      *> Orders already accounted for today, with where they were
      *> seen: M rendered (job master), A in the ad-hoc deck, Q
      *> queued by an earlier catalog entry of the same id.
       01 max-done comp-5 pic s9(4) value 500.
       01 done-count comp-5 pic s9(4) value 0.
       01 done-data.
           05 done-row occurs 500 times.
               10 dn-order pic x(12).
               10 dn-source pic x.
       01 done-idx comp-5 pic s9(4).
       01 done-want pic x(12).
       01 done-how pic x.

      *> The catalog block being read. Job cards are held until
      *> ORDEREND, since a bad card late in the block rejects it all.
       01 order-open pic x value 'N'.
       01 ord-id pic x(12).
       01 ord-line comp-5 pic s9(4).
       01 ord-schedule pic x(72).
       01 ord-from-word pic x(72).
       01 ord-to-word pic x(72).
       01 ord-from pic 9(8).
       01 ord-to pic 9(8).
       01 ord-reason pic x(60).
       01 ord-due pic x.
       01 id-word pic x(72).
       01 id-rest pic x(72).
       01 max-ord-cards comp-5 pic s9(4) value 80.
       01 ord-card-count comp-5 pic s9(4) value 0.
       01 ord-cards-over pic x.
       01 ord-card-table.
           05 ord-card occurs 80 times.
               10 oc-keyword pic x(8).
               10 oc-value pic x(72).
       01 card-idx comp-5 pic s9(4).

       01 sched-table.
           05 sched-word pic x(10) occurs 12 times.
       01 sched-idx comp-5 pic s9(4).
       01 sched-count comp-5 pic s9(4).
       01 sched-day comp-5 pic s9(4).
       01 sched-name-ok pic x.

       01 adhoc-last pic x(8).
       01 adhoc-cards comp-5 pic s9(6) value 0.
       01 adhoc-jobs comp-5 pic s9(6) value 0.
       01 generated-count comp-5 pic s9(6) value 0.
       01 skipped-count comp-5 pic s9(6) value 0.
       01 notdue-count comp-5 pic s9(6) value 0.
       01 rejected-count comp-5 pic s9(6) value 0.
       01 generated-disp pic z(5)9.
       01 skipped-disp pic z(5)9.
       01 notdue-disp pic z(5)9.
       01 rejected-disp pic z(5)9.
       01 adhoc-disp pic z(5)9.
       01 cards-disp pic z(3)9.

       01 deckchk-rc comp-5 pic s9(4).
       01 deckchk-verdict pic x(4) value 'NONE'.
       01 orders-verdict pic x(4).
       01 status-line pic x(160).
       01 formatted-ts pic x(19).
       01 log-line pic x(160).

       procedure division.
       main section.
           open extend render-log
           if log-status not = '00'
               open output render-log
           end-if
           perform set-today
           call 'CBL_CHECK_FILE_EXIST' using qdone-filename
               file-details
               returning chk-status
           if chk-status = 0
               move 'Y' to refused
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Orders: calendula.qdone shows a',
                   ' queue still being worked, calendula.queue',
                   ' left as it stands'
                ) to log-line
               write log-record from log-line end-write
           else
               perform load-rendered-orders
               open output render-queue
               perform copy-adhoc-deck
               perform read-order-catalog
               close render-queue
               perform write-orders-summary
               close render-log
               perform run-deckchk
               open extend render-log
               if log-status not = '00'
                   open output render-log
               end-if
               perform log-deckchk-verdict
           end-if
           close render-log
           perform write-status-record
           evaluate true
               when refused = 'Y'
               when deckchk-verdict not = 'GO'
                   move 8 to return-code
               when rejected-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate
           goback.

      *> A rejected order or a queue deckchk will not pass fails the
      *> run; so does a refusal, since no queue was built.
       write-status-record section.
           if refused = 'Y' or deckchk-verdict not = 'GO'
                   or rejected-count > 0
               move 'FAIL' to orders-verdict
           else
               move 'PASS' to orders-verdict
           end-if
           move generated-count to generated-disp
           move skipped-count to skipped-disp
           move notdue-count to notdue-disp
           move rejected-count to rejected-disp
           move adhoc-jobs to adhoc-disp
           move function concatenate(
               'program=orders verdict=',
               function trim(orders-verdict, trailing),
               ' generated=', function trim(generated-disp, leading),
               ' skipped=', function trim(skipped-disp, leading),
               ' notdue=', function trim(notdue-disp, leading),
               ' rejected=', function trim(rejected-disp, leading),
               ' adhoc=', function trim(adhoc-disp, leading),
               ' deckchk=', function trim(deckchk-verdict, trailing)
            ) to status-line
           open extend status-file
           if sts-status not = '00'
               open output status-file
           end-if
           write status-record from status-line end-write
           close status-file.

      *> integer-of-date counts 1601-01-01, a Monday, as day 1, so
      *> the remainder after seven indexes the day-name table from
      *> MON.
       set-today section.
           move function current-date to current-date-raw
           move current-date-raw(1:8) to today-num
           move current-date-raw(7:2) to today-mday
           compute today-int = function integer-of-date(today-num)
           compute today-dow = function mod(today-int - 1, 7) + 1.

      *> Orders the job master shows rendered for today's date. Every
      *> frame or band of an order carries it; one row is enough.
       load-rendered-orders section.
           move 'N' to scan-eof
           open input job-master
           if jobm-status = '00'
               perform until scan-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to scan-eof
                       not at end
                           if jm-order not = spaces
                                   and jm-order-date = today-num
                               move jm-order to done-want
                               move 'M' to done-how
                               perform note-done-order
                           end-if
                   end-read
               end-perform
               close job-master
           end-if.

       note-done-order section.
           perform varying done-idx from 1 by 1
                   until done-idx > done-count
                   or dn-order(done-idx) = done-want
               continue
           end-perform
           if done-idx > done-count and done-count < max-done
               add 1 to done-count
               move done-want to dn-order(done-count)
               move done-how to dn-source(done-count)
           end-if.

      *> The ad-hoc deck goes in as written, closed with a JOBEND if
      *> the operator left the last one off so the first order does
      *> not run on into it. An ORDER card in it claims that order
      *> for today.
       copy-adhoc-deck section.
           move 'N' to scan-eof
           move spaces to adhoc-last
           open input adhoc-deck
           if adhoc-status = '00'
               perform until scan-eof = 'Y'
                   read adhoc-deck
                       at end
                           move 'Y' to scan-eof
                       not at end
                           perform copy-adhoc-card
                   end-read
               end-perform
           end-if
           close adhoc-deck
           if adhoc-cards > 0 and adhoc-last not = 'JOBEND'
               move spaces to queue-card
               move 'JOBEND' to q-keyword
               write queue-card end-write
               add 1 to adhoc-jobs
           end-if.

       copy-adhoc-card section.
           write queue-card from adhoc-card end-write
           if adhoc-keyword not = spaces
               add 1 to adhoc-cards
               move adhoc-keyword to adhoc-last
           end-if
           if adhoc-keyword = 'JOBEND'
               add 1 to adhoc-jobs
           end-if
           if adhoc-keyword = 'ORDER'
               move spaces to id-word
               unstring adhoc-value delimited by all spaces
                   into id-word
               move id-word(1:12) to done-want
               move 'A' to done-how
               perform note-done-order
           end-if.

      *> ORDER, SCHEDULE, FROMDATE, TODATE and ORDEREND belong to the
      *> catalog; every other card inside a block is a job card. A
      *> JOBEND in a block is dropped, the run writes its own.
       read-order-catalog section.
           move 'N' to scan-eof
           move 'N' to order-open
           open input order-catalog
           if ord-status = '00'
               perform until scan-eof = 'Y'
                   read order-catalog
                       at end
                           move 'Y' to scan-eof
                       not at end
                           add 1 to line-no
                           perform scan-order-card
                   end-read
               end-perform
               if order-open = 'Y'
                   move 'no ORDEREND before end of catalog'
                       to ord-reason
                   perform reject-order
               end-if
           else
               perform format-timestamp
               move function concatenate(
                   formatted-ts, '  Orders: no calendula.ord, ad-hoc',
                   ' deck only'
                ) to log-line
               write log-record from log-line end-write
           end-if
           close order-catalog.

       scan-order-card section.
           evaluate ord-keyword
               when spaces
                   continue
               when 'ORDER'
                   if order-open = 'Y'
                       move 'no ORDEREND before the next ORDER'
                           to ord-reason
                       perform reject-order
                   end-if
                   perform open-order
               when 'ORDEREND'
                   if order-open = 'Y'
                       perform close-order
                   else
                       perform stray-catalog-card
                   end-if
               when other
                   if order-open = 'N'
                       perform stray-catalog-card
                   else
                       perform keep-order-card
                   end-if
           end-evaluate.

       open-order section.
           move 'Y' to order-open
           move line-no to ord-line
           move spaces to ord-schedule
           move spaces to ord-from-word
           move spaces to ord-to-word
           move spaces to ord-reason
           move 0 to ord-card-count
           move 'N' to ord-cards-over
           move spaces to id-word
           move spaces to id-rest
           unstring ord-value delimited by all spaces
               into id-word id-rest
           move id-word(1:12) to ord-id
           evaluate true
               when id-word = spaces
                   move 'ORDER card names no order' to ord-reason
               when id-rest not = spaces
                   move 'ORDER id not a single word' to ord-reason
               when id-word(13:1) not = space
                   move 'ORDER id longer than 12 characters'
                       to ord-reason
           end-evaluate.

       keep-order-card section.
           evaluate ord-keyword
               when 'SCHEDULE'
                   move ord-value to ord-schedule
               when 'FROMDATE'
                   move function trim(ord-value) to ord-from-word
               when 'TODATE'
                   move function trim(ord-value) to ord-to-word
               when 'JOBEND'
                   continue
               when other
                   if ord-card-count < max-ord-cards
                       add 1 to ord-card-count
                       move order-card to ord-card(ord-card-count)
                   else
                       move 'Y' to ord-cards-over
                   end-if
           end-evaluate.

       stray-catalog-card section.
           add 1 to rejected-count
           move line-no to line-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Orders error: line ', line-disp, ' ',
               function trim(ord-keyword, trailing),
               ' outside an ORDER block, ignored'
            ) to log-line
           write log-record from log-line end-write.

      *> A complete block: checked in full, then tested against
      *> today, then against what is already accounted for.
       close-order section.
           move 'N' to order-open
           if ord-reason = spaces
               perform check-order-block
           end-if
           if ord-reason not = spaces
               perform reject-order
           else
               perform check-order-due
               evaluate true
                   when ord-due = 'N'
                       add 1 to notdue-count
                   when other
                       move ord-id to done-want
                       perform varying done-idx from 1 by 1
                               until done-idx > done-count
                               or dn-order(done-idx) = done-want
                           continue
                       end-perform
                       if done-idx > done-count
                           perform generate-order
                       else
                           perform skip-order
                       end-if
               end-evaluate
           end-if.

       check-order-block section.
           move 0 to ord-from
           move 99999999 to ord-to
           evaluate true
               when ord-card-count = 0
                   move 'no job cards' to ord-reason
               when ord-cards-over = 'Y'
                   move 'more than 80 job cards' to ord-reason
               when ord-schedule = spaces
                   move 'no SCHEDULE card' to ord-reason
               when ord-from-word not = spaces
                       and (ord-from-word(1:8) is not numeric
                           or ord-from-word(9:) not = spaces)
                   move 'FROMDATE not YYYYMMDD' to ord-reason
               when ord-to-word not = spaces
                       and (ord-to-word(1:8) is not numeric
                           or ord-to-word(9:) not = spaces)
                   move 'TODATE not YYYYMMDD' to ord-reason
           end-evaluate
           if ord-reason = spaces
               if ord-from-word not = spaces
                   move ord-from-word(1:8) to ord-from
               end-if
               if ord-to-word not = spaces
                   move ord-to-word(1:8) to ord-to
               end-if
               if ord-from > ord-to
                   move 'FROMDATE after TODATE' to ord-reason
               end-if
           end-if
           if ord-reason = spaces
               perform check-schedule
           end-if.

      *> DAILY takes nothing more; WEEKDAYS and MONTHDAY need at
      *> least one day, every one of them valid. ord-due is set here
      *> for the schedule and narrowed to the effective dates after.
       check-schedule section.
           move spaces to sched-table
           unstring ord-schedule delimited by all spaces
               into sched-word(1) sched-word(2) sched-word(3)
                   sched-word(4) sched-word(5) sched-word(6)
                   sched-word(7) sched-word(8) sched-word(9)
                   sched-word(10) sched-word(11) sched-word(12)
           move 0 to sched-count
           perform varying sched-idx from 2 by 1
                   until sched-idx > 12
               if sched-word(sched-idx) not = spaces
                   add 1 to sched-count
               end-if
           end-perform
           move 'N' to ord-due
           evaluate sched-word(1)
               when 'DAILY'
                   if sched-count > 0
                       move 'DAILY takes no days' to ord-reason
                   else
                       move 'Y' to ord-due
                   end-if
               when 'WEEKDAYS'
                   if sched-count = 0
                       move 'WEEKDAYS names no day' to ord-reason
                   end-if
                   perform varying sched-idx from 2 by 1
                           until sched-idx > sched-count + 1
                       perform check-weekday-word
                   end-perform
               when 'MONTHDAY'
                   if sched-count = 0
                       move 'MONTHDAY names no day' to ord-reason
                   end-if
                   perform varying sched-idx from 2 by 1
                           until sched-idx > sched-count + 1
                       perform check-monthday-word
                   end-perform
               when other
                   move 'SCHEDULE not DAILY, WEEKDAYS or MONTHDAY'
                       to ord-reason
           end-evaluate.

       check-weekday-word section.
           move 'N' to sched-name-ok
           perform varying day-idx from 1 by 1
                   until day-idx > 7
               if sched-word(sched-idx) = day-name(day-idx)
                   move 'Y' to sched-name-ok
                   if day-idx = today-dow
                       move 'Y' to ord-due
                   end-if
               end-if
           end-perform
           if sched-name-ok = 'N'
               move function concatenate(
                   'WEEKDAYS day not MON..SUN: ',
                   function trim(sched-word(sched-idx), trailing)
                ) to ord-reason
           end-if.

       check-monthday-word section.
           if function trim(sched-word(sched-idx)) is not numeric
               move function concatenate(
                   'MONTHDAY day not numeric: ',
                   function trim(sched-word(sched-idx), trailing)
                ) to ord-reason
           else
               compute sched-day =
                   function numval(sched-word(sched-idx))
               if sched-day < 1 or sched-day > 31
                   move function concatenate(
                       'MONTHDAY day not 1..31: ',
                       function trim(sched-word(sched-idx), trailing)
                    ) to ord-reason
               else
                   if sched-day = today-mday
                       move 'Y' to ord-due
                   end-if
               end-if
           end-if.

       check-order-due section.
           if today-num < ord-from or today-num > ord-to
               move 'N' to ord-due
           end-if.

       reject-order section.
           move 'N' to order-open
           add 1 to rejected-count
           move ord-line to line-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Orders error: order ',
               function trim(ord-id, trailing), ' at line ',
               line-disp, ' rejected: ',
               function trim(ord-reason, trailing)
            ) to log-line
           write log-record from log-line end-write.

       skip-order section.
           add 1 to skipped-count
           perform format-timestamp
           evaluate dn-source(done-idx)
               when 'M'
                   move function concatenate(
                       formatted-ts, '  Orders: order ',
                       function trim(ord-id, trailing),
                       ' already rendered today, skipped'
                    ) to log-line
               when 'A'
                   move function concatenate(
                       formatted-ts, '  Orders: order ',
                       function trim(ord-id, trailing),
                       ' already in the ad-hoc deck, skipped'
                    ) to log-line
               when other
                   move function concatenate(
                       formatted-ts, '  Orders: order ',
                       function trim(ord-id, trailing),
                       ' already queued by an earlier entry, skipped'
                    ) to log-line
           end-evaluate
           write log-record from log-line end-write.

      *> The ORDER card leads the job so calendula files the id and
      *> today's date on the job master record.
       generate-order section.
           move spaces to queue-card
           move 'ORDER' to q-keyword
           move function concatenate(
               function trim(ord-id, trailing), ' ', today-num
            ) to q-value
           write queue-card end-write
           perform varying card-idx from 1 by 1
                   until card-idx > ord-card-count
               write queue-card from ord-card(card-idx) end-write
           end-perform
           move spaces to queue-card
           move 'JOBEND' to q-keyword
           write queue-card end-write
           add 1 to generated-count
           move ord-id to done-want
           move 'Q' to done-how
           perform note-done-order
           move ord-card-count to cards-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Orders: generated order ',
               function trim(ord-id, trailing), ' (',
               function trim(cards-disp, leading), ' cards)'
            ) to log-line
           write log-record from log-line end-write.

       write-orders-summary section.
           move generated-count to generated-disp
           move skipped-count to skipped-disp
           move notdue-count to notdue-disp
           move rejected-count to rejected-disp
           move adhoc-jobs to adhoc-disp
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Orders: ',
               function trim(generated-disp, leading), ' generated, ',
               function trim(skipped-disp, leading), ' skipped, ',
               function trim(notdue-disp, leading), ' not due, ',
               function trim(rejected-disp, leading), ' rejected, ',
               function trim(adhoc-disp, leading),
               ' ad-hoc jobs in calendula.queue'
            ) to log-line
           write log-record from log-line end-write.

      *> deckchk runs as a called program over the queue just built
      *> (and calendula.ctl and the scene, as it always does); its
      *> findings are in calendula.chk. The log is closed around the
      *> call since deckchk appends to it too.
       run-deckchk section.
           move 0 to return-code
           call 'deckchk'
               on exception
                   move 'NONE' to deckchk-verdict
                   move -1 to deckchk-rc
               not on exception
                   move return-code to deckchk-rc
                   if deckchk-rc = 0
                       move 'GO' to deckchk-verdict
                   else
                       move 'NOGO' to deckchk-verdict
                   end-if
           end-call
           move 0 to return-code
           cancel 'deckchk'.

       log-deckchk-verdict section.
           perform format-timestamp
           evaluate deckchk-verdict
               when 'GO'
                   move function concatenate(
                       formatted-ts, '  Orders: deckchk GO on',
                       ' calendula.queue'
                    ) to log-line
               when 'NOGO'
                   move function concatenate(
                       formatted-ts, '  Orders error: deckchk NOGO on',
                       ' calendula.queue, see calendula.chk'
                    ) to log-line
               when other
                   move function concatenate(
                       formatted-ts, '  Orders error: deckchk could',
                       ' not be called, calendula.queue unchecked'
                    ) to log-line
           end-evaluate
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
