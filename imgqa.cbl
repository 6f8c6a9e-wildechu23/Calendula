       id division.
       program-id. imgqa.

      *> Image-content QA for finished renders. A right-sized output
      *> can still be black, blown out or peppered with stuck pixels
      *> (a bad EXPOSURE card, a mistyped scene card), and the size
      *> checks in calendula and reconcile pass it. Every unflagged
      *> job master (calendula.jobm) record has its P6 output read,
      *> 8-bit maxval 255 or 16-bit maxval 65535, and measured: a
      *> 16-bin luminance histogram, the mean luminance, the share
      *> of values clipped low (0) and high (maxval) per channel, and
      *> stuck pixels -- a pixel pinned to black or full white on
      *> every channel whose four neighbors are not and differ from
      *> it by more than the DEADDIFF share of full scale. Limits
      *> come from calendula.qa cards (BLACKLUM, WHITELUM, CLIPLO,
      *> CLIPHI, DEADDIFF as percentages, DEADMAX as a pixel count);
      *> without the file the defaults below apply. Measurements and
      *> findings go to calendula.qar, the summary to calendula.log,
      *> and the verdict to calendula.sts; a flagged or unreadable
      *> image makes the run FAIL with a nonzero return code. Outputs
      *> no longer on disk are left to reconcile and only noted.
       environment division.
       input-output section.
       file-control.
           select optional qa-ctl assign to 'calendula.qa'
               organization is line sequential
               file status is qa-status.
           select job-master assign to 'calendula.jobm'
               organization is indexed
               access mode is dynamic
               record key is jm-key
               file status is jobm-status.
           select image-file assign to dynamic image-filename
               organization is sequential
               file status is img-status.
           select qa-report assign to 'calendula.qar'
               organization is line sequential.
           select render-log assign to 'calendula.log'
               organization is line sequential
               file status is log-status.
           select status-file assign to 'calendula.sts'
               organization is line sequential
               file status is sts-status.

       data division.
       file section.
       fd qa-ctl.
       01 qa-card.
           05 qa-keyword pic x(8).
           05 qa-value pic x(72).
       fd job-master.
       01 job-master-record.
           copy jobmast.
       fd image-file.
       01 image-record.
           05 image-byte binary-char.
       fd qa-report.
       01 report-record pic x(200).
       fd render-log.
       01 log-record pic x(160).
       fd status-file.
       01 status-record pic x(160).

       working-storage section.
       01 qa-status pic xx.
       01 jobm-status pic xx.
       01 img-status pic xx.
       01 log-status pic xx.
       01 sts-status pic xx.
       01 qa-eof pic x value 'N'.
       01 hist-eof pic x value 'N'.

      *> Limits, all percentages but DEADMAX.
       01 limit-black-lum pic 9(3)v99 value 2.
       01 limit-white-lum pic 9(3)v99 value 95.
       01 limit-clip-lo pic 9(3)v99 value 50.
       01 limit-clip-hi pic 9(3)v99 value 10.
       01 limit-dead-diff pic 9(3)v99 value 50.
       01 limit-dead-max comp-5 pic s9(9) value 0.

       01 image-filename pic x(60).

      *> A refilled or re-rendered output is recorded again under
      *> the same name; it is measured once.
       01 max-seen comp-5 pic s9(4) value 2000.
       01 seen-count comp-5 pic s9(4) value 0.
       01 seen-table.
           05 seen-name pic x(60) occurs 2000 times.
       01 seen-idx comp-5 pic s9(4).

       01 img-eof pic x.
       01 cur-byte comp-5 pic s9(4).
       01 token pic x(16).
       01 tok-len comp-5 pic s9(4).
       01 img-magic pic x(16).
       01 img-width comp-5 pic s9(5).
       01 img-height comp-5 pic s9(5).
       01 img-maxval comp-5 pic s9(6).
       01 two-byte pic x.
       01 img-bad-reason pic x(40).

       01 pix-x comp-5 pic s9(5).
       01 pix-y comp-5 pic s9(5).
       01 chan-idx comp-5 pic s9(4).
       01 chan-val comp-5 pic s9(6).
       01 pix-rgb.
           05 pix-val comp-5 pic s9(6) occurs 3 times.
       01 pix-lum comp-5 pic s9(9).
       01 pix-count comp-5 pic s9(9).
       01 lum-sum comp-5 pic s9(15).
       01 bin-idx comp-5 pic s9(4).
       01 lum-hist.
           05 hist-count comp-5 pic s9(9) occurs 16 times.
       01 clip-counts.
           05 clip-lo-count comp-5 pic s9(9) occurs 3 times.
           05 clip-hi-count comp-5 pic s9(9) occurs 3 times.

      *> Stuck-pixel check: three rolling rows of luminance and
      *> stuck state (L pinned black, H pinned white, space neither);
      *> a row is judged once the row below it has been read.
       01 max-row-width comp-5 pic s9(5) value 2000.
       01 dead-check pic x.
       01 row-buffers.
           05 row-buf occurs 3 times.
               10 row-pix occurs 2000 times.
                   15 rp-lum comp-5 pic s9(9).
                   15 rp-stuck pic x.
       01 slot-cur comp-5 pic s9(4).
       01 slot-up comp-5 pic s9(4).
       01 slot-down comp-5 pic s9(4).
       01 judge-y comp-5 pic s9(5).
       01 judge-x comp-5 pic s9(5).
       01 dead-diff comp-5 pic s9(9).
       01 dead-count comp-5 pic s9(9).
       01 nb-count comp-5 pic s9(4).
       01 nb-isolated pic x.
       01 nb-lum comp-5 pic s9(9).
       01 nb-stuck pic x.
       01 lum-gap comp-5 pic s9(9).

       01 mean-lum-pct pic 9(3)v99.
       01 clip-pcts.
           05 clip-lo-pct pic 9(3)v99 occurs 3 times.
           05 clip-hi-pct pic 9(3)v99 occurs 3 times.
       01 bin-pct pic 9(3)v9.
       01 pct-disp pic zz9.99.
       01 bin-disp pic zz9.9.
       01 chan-name pic x(3) value 'RGB'.
       01 image-flagged pic x.
       01 finding-text pic x(120).

       01 dims-disp-w pic z(4)9.
       01 dims-disp-h pic z(4)9.
       01 maxval-disp pic z(4)9.
       01 dead-disp pic z(8)9.
       01 image-count comp-5 pic s9(6) value 0.
       01 flagged-count comp-5 pic s9(6) value 0.
       01 absent-count comp-5 pic s9(6) value 0.
       01 image-count-disp pic z(5)9.
       01 flagged-count-disp pic z(5)9.
       01 absent-count-disp pic z(5)9.

       01 qa-verdict pic x(4).
       01 status-line pic x(160).
       01 current-date-raw pic x(21).
       01 formatted-ts pic x(19).
       01 report-line pic x(200).
       01 log-line pic x(160).

       procedure division.
       main section.
           perform read-qa-ctl
           open output qa-report
           open extend render-log
           if log-status not = '00'
               open output render-log
           end-if
           perform write-limits-line
           open input job-master
           if jobm-status not = '00'
               move 'NOHIST  no calendula.jobm on disk' to report-line
               write report-record from report-line end-write
           else
               perform until hist-eof = 'Y'
                   read job-master next record
                       at end
                           move 'Y' to hist-eof
                       not at end
                           perform check-history-record
                   end-read
               end-perform
               close job-master
           end-if
           perform write-qa-summary
           close qa-report
           close render-log
           perform write-status-record
           if flagged-count > 0
               move 4 to return-code
           end-if
           goback.

       write-status-record section.
           if flagged-count > 0
               move 'FAIL' to qa-verdict
           else
               move 'PASS' to qa-verdict
           end-if
           move function concatenate(
               'program=imgqa verdict=',
               function trim(qa-verdict, trailing),
               ' images=', function trim(image-count-disp, leading),
               ' flagged=', function trim(flagged-count-disp, leading),
               ' absent=', function trim(absent-count-disp, leading)
            ) to status-line
           open extend status-file
           if sts-status not = '00'
               open output status-file
           end-if
           write status-record from status-line end-write
           close status-file.

       read-qa-ctl section.
           open input qa-ctl
           if qa-status = '00'
               perform until qa-eof = 'Y'
                   read qa-ctl
                       at end
                           move 'Y' to qa-eof
                       not at end
                           evaluate qa-keyword
                               when 'BLACKLUM'
                                   compute limit-black-lum =
                                       function numval(qa-value)
                               when 'WHITELUM'
                                   compute limit-white-lum =
                                       function numval(qa-value)
                               when 'CLIPLO'
                                   compute limit-clip-lo =
                                       function numval(qa-value)
                               when 'CLIPHI'
                                   compute limit-clip-hi =
                                       function numval(qa-value)
                               when 'DEADDIFF'
                                   compute limit-dead-diff =
                                       function numval(qa-value)
                               when 'DEADMAX'
                                   compute limit-dead-max =
                                       function numval(qa-value)
                           end-evaluate
                   end-read
               end-perform
           end-if
           close qa-ctl.

       write-limits-line section.
           move 'LIMITS ' to report-line
           move limit-black-lum to pct-disp
           move function concatenate(
               function trim(report-line, trailing), ' blacklum ',
               function trim(pct-disp, leading), '%'
            ) to report-line
           move limit-white-lum to pct-disp
           move function concatenate(
               function trim(report-line, trailing), ' whitelum ',
               function trim(pct-disp, leading), '%'
            ) to report-line
           move limit-clip-lo to pct-disp
           move function concatenate(
               function trim(report-line, trailing), ' cliplo ',
               function trim(pct-disp, leading), '%'
            ) to report-line
           move limit-clip-hi to pct-disp
           move function concatenate(
               function trim(report-line, trailing), ' cliphi ',
               function trim(pct-disp, leading), '%'
            ) to report-line
           move limit-dead-diff to pct-disp
           move limit-dead-max to dead-disp
           move function concatenate(
               function trim(report-line, trailing), ' deaddiff ',
               function trim(pct-disp, leading), '% deadmax ',
               function trim(dead-disp, leading)
            ) to report-line
           write report-record from report-line end-write.

      *> Band slices have no image of their own, flagged records no
      *> longer have theirs in the render directory, and a stat-only
      *> record names no output.
       check-history-record section.
           if jm-band = 0 and jm-has-hist = 'Y'
                   and jm-status = spaces and jm-output not = spaces
               move jm-output to image-filename
               perform varying seen-idx from 1 by 1
                       until seen-idx > seen-count
                       or seen-name(seen-idx) = image-filename
                   continue
               end-perform
               if seen-idx > seen-count
                   if seen-count < max-seen
                       add 1 to seen-count
                       move image-filename to seen-name(seen-count)
                   end-if
                   perform check-image-file
               end-if
           end-if.

       check-image-file section.
           move 'N' to img-eof
           open input image-file
           if img-status not = '00'
               add 1 to absent-count
               move function concatenate(
                   'ABSENT  ', function trim(image-filename, trailing),
                   ' not on disk, not checked'
                ) to report-line
               write report-record from report-line end-write
           else
               add 1 to image-count
               move 'N' to image-flagged
               move spaces to img-bad-reason
               perform parse-image-header
               if img-bad-reason = spaces
                   perform measure-image
               end-if
               close image-file
               if img-bad-reason not = spaces
                   move function concatenate(
                       'unreadable: ',
                       function trim(img-bad-reason, trailing)
                    ) to finding-text
                   perform write-finding
               else
                   perform write-image-lines
                   perform judge-image
               end-if
               if image-flagged = 'Y'
                   add 1 to flagged-count
               end-if
           end-if.

      *> One whitespace-delimited header token per call; the byte
      *> that ends the fourth token is the single separator before
      *> the binary pixel data, so parsing stops exactly on time.
       parse-image-header section.
           perform parse-token
           move token to img-magic
           perform parse-token
           compute img-width = function numval(token)
           perform parse-token
           compute img-height = function numval(token)
           perform parse-token
           compute img-maxval = function numval(token)
           evaluate true
               when img-eof = 'Y'
                   move 'truncated header' to img-bad-reason
               when img-magic not = 'P6'
                   move 'not a P6 file' to img-bad-reason
               when img-maxval not = 255 and img-maxval not = 65535
                   move 'maxval not 255 or 65535' to img-bad-reason
               when img-width < 1 or img-height < 1
                   move 'empty dimensions' to img-bad-reason
           end-evaluate
           if img-maxval > 255
               move 'Y' to two-byte
           else
               move 'N' to two-byte
           end-if.

       parse-token section.
           move spaces to token
           move 0 to tok-len
           perform get-byte
           perform until img-eof = 'Y'
                   or (cur-byte not = 32 and cur-byte not = 10
                       and cur-byte not = 13 and cur-byte not = 9)
               perform get-byte
           end-perform
           perform until img-eof = 'Y'
                   or cur-byte = 32 or cur-byte = 10
                   or cur-byte = 13 or cur-byte = 9
               if tok-len < 16
                   add 1 to tok-len
                   move function char(cur-byte + 1)
                       to token(tok-len:1)
               end-if
               perform get-byte
           end-perform.

       get-byte section.
           read image-file
               at end
                   move 'Y' to img-eof
               not at end
                   move image-byte to cur-byte
                   if cur-byte < 0
                       add 256 to cur-byte
                   end-if
           end-read.

       get-value section.
           perform get-byte
           move cur-byte to chan-val
           if two-byte = 'Y' and img-eof = 'N'
               perform get-byte
               compute chan-val = chan-val * 256
               add cur-byte to chan-val
           end-if.

       measure-image section.
           initialize lum-hist clip-counts
           move 0 to pix-count
           move 0 to lum-sum
           move 0 to dead-count
           compute dead-diff = img-maxval * limit-dead-diff / 100
           if img-width > max-row-width
               move 'N' to dead-check
           else
               move 'Y' to dead-check
           end-if
           perform varying pix-y from 0 by 1
                   until pix-y >= img-height or img-eof = 'Y'
               compute slot-cur = function mod(pix-y, 3) + 1
               perform varying pix-x from 1 by 1
                       until pix-x > img-width or img-eof = 'Y'
                   perform measure-pixel
               end-perform
               if dead-check = 'Y' and pix-y > 0
                   compute judge-y = pix-y - 1
                   perform judge-row
               end-if
           end-perform
           if img-eof = 'Y'
               move 'file shorter than header claims'
                   to img-bad-reason
           else
               if dead-check = 'Y'
                   compute judge-y = img-height - 1
                   perform judge-row
               end-if
           end-if.

      *> Rec. 709 luma weights in integer ten-thousandths, so the
      *> luminance stays on the image's own 0..maxval scale.
       measure-pixel section.
           perform varying chan-idx from 1 by 1 until chan-idx > 3
               perform get-value
               move chan-val to pix-val(chan-idx)
               if chan-val = 0
                   add 1 to clip-lo-count(chan-idx)
               end-if
               if chan-val = img-maxval
                   add 1 to clip-hi-count(chan-idx)
               end-if
           end-perform
           if img-eof = 'N'
               add 1 to pix-count
               compute pix-lum = (2126 * pix-val(1)
                   + 7152 * pix-val(2) + 722 * pix-val(3)) / 10000
               add pix-lum to lum-sum
               compute bin-idx = pix-lum * 16 / (img-maxval + 1) + 1
               add 1 to hist-count(bin-idx)
               if dead-check = 'Y'
                   move pix-lum to rp-lum(slot-cur, pix-x)
                   evaluate true
                       when pix-val(1) = 0 and pix-val(2) = 0
                               and pix-val(3) = 0
                           move 'L' to rp-stuck(slot-cur, pix-x)
                       when pix-val(1) = img-maxval
                               and pix-val(2) = img-maxval
                               and pix-val(3) = img-maxval
                           move 'H' to rp-stuck(slot-cur, pix-x)
                       when other
                           move space to rp-stuck(slot-cur, pix-x)
                   end-evaluate
               end-if
           end-if.

      *> Judges row judge-y against the rows above and below it in
      *> the rolling buffer; the image edge simply has fewer
      *> neighbors, and a pixel with none is not judged.
       judge-row section.
           compute slot-cur = function mod(judge-y, 3) + 1
           compute slot-up = function mod(judge-y + 2, 3) + 1
           compute slot-down = function mod(judge-y + 1, 3) + 1
           perform varying judge-x from 1 by 1
                   until judge-x > img-width
               if rp-stuck(slot-cur, judge-x) not = space
                   move 0 to nb-count
                   move 'Y' to nb-isolated
                   if judge-x > 1
                       move rp-lum(slot-cur, judge-x - 1) to nb-lum
                       move rp-stuck(slot-cur, judge-x - 1)
                           to nb-stuck
                       perform judge-neighbor
                   end-if
                   if judge-x < img-width
                       move rp-lum(slot-cur, judge-x + 1) to nb-lum
                       move rp-stuck(slot-cur, judge-x + 1)
                           to nb-stuck
                       perform judge-neighbor
                   end-if
                   if judge-y > 0
                       move rp-lum(slot-up, judge-x) to nb-lum
                       move rp-stuck(slot-up, judge-x) to nb-stuck
                       perform judge-neighbor
                   end-if
                   if judge-y < img-height - 1
                       move rp-lum(slot-down, judge-x) to nb-lum
                       move rp-stuck(slot-down, judge-x) to nb-stuck
                       perform judge-neighbor
                   end-if
                   if nb-count > 0 and nb-isolated = 'Y'
                       add 1 to dead-count
                   end-if
               end-if
           end-perform.

       judge-neighbor section.
           add 1 to nb-count
           compute lum-gap = rp-lum(slot-cur, judge-x) - nb-lum
           if lum-gap < 0
               compute lum-gap = 0 - lum-gap
           end-if
           if nb-stuck = rp-stuck(slot-cur, judge-x)
                   or lum-gap <= dead-diff
               move 'N' to nb-isolated
           end-if.

       write-image-lines section.
           compute mean-lum-pct rounded =
               lum-sum * 100 / (pix-count * img-maxval)
           perform varying chan-idx from 1 by 1 until chan-idx > 3
               compute clip-lo-pct(chan-idx) rounded =
                   clip-lo-count(chan-idx) * 100 / pix-count
               compute clip-hi-pct(chan-idx) rounded =
                   clip-hi-count(chan-idx) * 100 / pix-count
           end-perform
           move img-width to dims-disp-w
           move img-height to dims-disp-h
           move img-maxval to maxval-disp
           move mean-lum-pct to pct-disp
           move dead-count to dead-disp
           move function concatenate(
               'IMAGE   ', function trim(image-filename, trailing),
               ' ', function trim(dims-disp-w, leading), 'x',
               function trim(dims-disp-h, leading),
               ' maxval ', function trim(maxval-disp, leading),
               ' meanlum ', function trim(pct-disp, leading), '%',
               ' stuck ', function trim(dead-disp, leading)
            ) to report-line
           if dead-check = 'N'
               move function concatenate(
                   function trim(report-line, trailing),
                   ' (too wide, not checked)'
                ) to report-line
           end-if
           write report-record from report-line end-write
           move function concatenate(
               'CLIP    ', function trim(image-filename, trailing)
            ) to report-line
           perform varying chan-idx from 1 by 1 until chan-idx > 3
               move clip-lo-pct(chan-idx) to pct-disp
               move function concatenate(
                   function trim(report-line, trailing), ' ',
                   chan-name(chan-idx:1), ' lo ',
                   function trim(pct-disp, leading), '%'
                ) to report-line
               move clip-hi-pct(chan-idx) to pct-disp
               move function concatenate(
                   function trim(report-line, trailing), ' hi ',
                   function trim(pct-disp, leading), '%'
                ) to report-line
           end-perform
           write report-record from report-line end-write
           move function concatenate(
               'HIST    ', function trim(image-filename, trailing)
            ) to report-line
           perform varying bin-idx from 1 by 1 until bin-idx > 16
               compute bin-pct rounded =
                   hist-count(bin-idx) * 100 / pix-count
               move bin-pct to bin-disp
               move function concatenate(
                   function trim(report-line, trailing), ' ',
                   bin-disp
                ) to report-line
           end-perform
           write report-record from report-line end-write.

       judge-image section.
           if mean-lum-pct < limit-black-lum
               move mean-lum-pct to pct-disp
               move function concatenate(
                   'black frame, mean luminance ',
                   function trim(pct-disp, leading), '%'
                ) to finding-text
               perform write-finding
           end-if
           if mean-lum-pct > limit-white-lum
               move mean-lum-pct to pct-disp
               move function concatenate(
                   'blown out, mean luminance ',
                   function trim(pct-disp, leading), '%'
                ) to finding-text
               perform write-finding
           end-if
           perform varying chan-idx from 1 by 1 until chan-idx > 3
               if clip-lo-pct(chan-idx) > limit-clip-lo
                   move clip-lo-pct(chan-idx) to pct-disp
                   move function concatenate(
                       chan-name(chan-idx:1), ' clipped low ',
                       function trim(pct-disp, leading), '%'
                    ) to finding-text
                   perform write-finding
               end-if
               if clip-hi-pct(chan-idx) > limit-clip-hi
                   move clip-hi-pct(chan-idx) to pct-disp
                   move function concatenate(
                       chan-name(chan-idx:1), ' clipped high ',
                       function trim(pct-disp, leading), '%'
                    ) to finding-text
                   perform write-finding
               end-if
           end-perform
           if dead-count > limit-dead-max
               move dead-count to dead-disp
               move function concatenate(
                   function trim(dead-disp, leading),
                   ' stuck pixels'
                ) to finding-text
               perform write-finding
           end-if.

       write-finding section.
           move 'Y' to image-flagged
           move function concatenate(
               'FLAG    ', function trim(image-filename, trailing),
               ' ', function trim(finding-text, trailing)
            ) to report-line
           write report-record from report-line end-write.

       write-qa-summary section.
           move image-count to image-count-disp
           move flagged-count to flagged-count-disp
           move absent-count to absent-count-disp
           move function concatenate(
               'SUMMARY images ',
               function trim(image-count-disp, leading),
               ' flagged ', function trim(flagged-count-disp, leading),
               ' absent ', function trim(absent-count-disp, leading)
            ) to report-line
           write report-record from report-line end-write
           perform format-timestamp
           move function concatenate(
               formatted-ts, '  Image QA: ',
               function trim(image-count-disp, leading), ' images, ',
               function trim(flagged-count-disp, leading),
               ' flagged, ',
               function trim(absent-count-disp, leading),
               ' not on disk'
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
