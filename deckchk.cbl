      *> would drop: unknown keywords with their line numbers,
      *> non-numeric values where numval is expected, out-of-range
      *> values (negative RADIUS, FUZZ outside 0..1, MATERIAL not
      *> DIFFUSE/METAL/DIELECTRIC/EMISSIVE, BANDID beyond BANDS,
      *> ENDFRM cards on a FRAMES 1 job, a FRMFROM/FRMTO range
      *> outside FRAMES, TEXTURE not CHECKER or a readable P6 IMAGE,
      *> negative EMIT, ASAMPLES outside 1..64, AREALITE edges with
      *> no area between them), and missing required cards in each
      *> SPHERE/PLANE/LIGHT/AREALITE block. Findings
      *> go to calendula.chk with a closing GO/NOGO verdict, a
      *> summary goes to calendula.log, and a NOGO run ends with a
      *> nonzero return code so queue submission can be gated on it.
       environment division.
       input-output section.
       file-control.
           select optional scene-file assign to 'calendula.scene'
               organization is line sequential
               file status is scene-status.
           select texture-file assign to dynamic tex-filename
               organization is sequential
               file status is tex-status.
           select check-report assign to 'calendula.chk'
               organization is line sequential.
           select render-log assign to 'calendula.log'
       01 scene-card.
           05 scn-keyword pic x(8).
           05 scn-value pic x(72).
       fd texture-file.
       01 texture-record.
           05 texture-byte binary-char unsigned.
       fd check-report.
       01 report-record pic x(160).
       fd render-log.
       01 num-done pic x.
       01 num-value comp-2.
       01 mat-field pic x(10).
       01 pass-tok-table.
           05 pass-tok pic x(12) occurs 4 times.
       01 pass-tok-idx comp-5 pic s9(4).
       01 acct-word pic x(72).
       01 acct-rest pic x(72).
       01 order-date-word pic x(72).

      *> TEXTURE IMAGE check: the named file must open and carry the
      *> P6 header calendula expects, with pixels enough behind it.
       01 tex-status pic xx.
       01 tex-filename pic x(60).
       01 tex-eof pic x.
       01 tex-word pic x(12).
       01 tex-file-word pic x(60).
       01 tex-byte-val comp-5 pic s9(4).
       01 tex-token pic x(16).
       01 tex-tok-len comp-5 pic s9(4).
       01 tex-magic pic x(16).
       01 tex-width comp-5 pic s9(5).
       01 tex-height comp-5 pic s9(5).
       01 tex-maxval comp-5 pic s9(6).
       01 tex-bytes-due comp-5 pic s9(9).
       01 tex-bytes-read comp-5 pic s9(9).
       01 tex-bad-reason pic x(40).

      *> Per-job state for the checks that need more than one card:
      *> BANDID against BANDS and ENDFRM/ENDAT and the FRMFROM/FRMTO
      *> frame range against FRAMES. Reset at each queue JOBEND; the
      *> control deck is one job.
       01 job-bands comp-5 pic s9(4).
       01 job-bandid comp-5 pic s9(4).
       01 job-frames comp-5 pic s9(4).
       01 bandid-line comp-5 pic s9(4).
       01 endfrm-seen pic x.
       01 endfrm-line comp-5 pic s9(4).
       01 job-frmfrom comp-5 pic s9(4).
       01 job-frmto comp-5 pic s9(4).
       01 frmrange-line comp-5 pic s9(4).
       01 frames-disp pic z(3)9.
       01 frmfrom-disp pic z(3)9.
       01 frmto-disp pic z(3)9.
       01 bands-disp pic z(3)9.
       01 bandid-disp pic z(3)9.

      *> Per-block state for the scene deck: which required cards of
      *> the open SPHERE/PLANE/LIGHT/AREALITE block have been seen,
      *> the object's material and EMIT card, and the area light's
      *> edge vectors (calendula's defaults until a card sets them).
       01 block-kind pic x.
       01 block-line comp-5 pic s9(4).
       01 have-centerx pic x.
       01 have-lighty pic x.
       01 have-lightz pic x.
       01 have-intens pic x.
       01 have-edgeu pic x.
       01 have-edgev pic x.
       01 have-emit pic x.
       01 emit-line comp-5 pic s9(4).
       01 block-material pic x(10).
       01 edge-u.
           05 edge-u-a comp-2 occurs 3 times.
       01 edge-v.
           05 edge-v-a comp-2 occurs 3 times.
       01 edge-cross-table.
           05 edge-cross comp-2 occurs 3 times.
       01 edge-tmp comp-2.

       01 verdict pic x(4).
       01 sts-status pic xx.
           move 1 to job-frames
           move 0 to bandid-line
           move 'N' to endfrm-seen
           move 0 to endfrm-line
           move 1 to job-frmfrom
           move 0 to job-frmto
           move 0 to frmrange-line.

       scan-job-card section.
           perform classify-job-card
                   end-if
               when 'M'
                   perform check-material
               when 'A'
                   perform check-accel
               when 'P'
                   perform check-passes
               when 'C'
                   perform check-account
               when 'O'
                   perform check-order
               when other
                   continue
           end-evaluate.
               when 'SAMPMAX'
               when 'SAMPVAR'
               when 'WINDOW'
               when 'SEED'
               when 'FRMFROM'
               when 'FRMTO'
               when 'RERUNSEQ'
                   move 'N' to card-class
               when 'OUTNAME'
               when 'HDR'
               when 'ASSEMBLE'
               when 'RERUNID'
                   move 'T' to card-class
               when 'MATERIAL'
                   move 'M' to card-class
               when 'ACCEL'
                   move 'A' to card-class
               when 'PASSES'
                   move 'P' to card-class
               when 'ACCOUNT'
                   move 'C' to card-class
               when 'ORDER'
                   move 'O' to card-class
               when 'JOBEND'
                   move 'J' to card-class
               when other
                   move 'U' to card-class
           end-evaluate
      *> WINDOW, JOBEND and ORDER are queue cards; read-control-file
      *> does not know them, so in calendula.ctl they are dead cards.
           if deck-tag = 'CTL'
                   and (card-keyword = 'WINDOW'
                       or card-keyword = 'JOBEND'
                       or card-keyword = 'ORDER')
               move 'U' to card-class
           end-if.

                       move 'Y' to endfrm-seen
                       move line-no to endfrm-line
                   end-if
               when 'FRMFROM'
                   compute job-frmfrom = function numval(card-value)
                   move line-no to frmrange-line
               when 'FRMTO'
                   compute job-frmto = function numval(card-value)
                   move line-no to frmrange-line
               when 'FUZZ'
                   perform check-fuzz-range
               when other
           if mat-field not = 'DIFFUSE'
                   and mat-field not = 'METAL'
                   and mat-field not = 'DIELECTRIC'
                   and mat-field not = 'EMISSIVE'
               move line-no to find-line
               move function concatenate(
                   'MATERIAL not DIFFUSE/METAL/DIELECTRIC/EMISSIVE: ',
                   function trim(card-value)
                ) to finding-text
               perform report-finding
           end-if.

      *> calendula only looks at the first byte and treats anything
      *> but N as Y, so ACCEL OFF would still accelerate.
       check-accel section.
           if function trim(card-value) not = 'Y'
                   and function trim(card-value) not = 'N'
               move line-no to find-line
               move function concatenate(
                   'ACCEL not Y/N: ',
                   function trim(card-value)
                ) to finding-text
               perform report-finding
           end-if.

      *> PASSES takes ALL (or Y) or any of DEPTH, NORMAL, OBJID;
      *> calendula skips a word it does not know, so that pass would
      *> quietly never be written.
       check-passes section.
           move spaces to pass-tok-table
           unstring card-value delimited by all spaces or ','
               into pass-tok(1) pass-tok(2) pass-tok(3) pass-tok(4)
           if pass-tok(1) = spaces
               move line-no to find-line
               move 'PASSES card names no pass' to finding-text
               perform report-finding
           end-if
           perform varying pass-tok-idx from 1 by 1
                   until pass-tok-idx > 4
               if pass-tok(pass-tok-idx) not = spaces
                       and pass-tok(pass-tok-idx) not = 'ALL'
                       and pass-tok(pass-tok-idx) not = 'Y'
                       and pass-tok(pass-tok-idx) not = 'DEPTH'
                       and pass-tok(pass-tok-idx) not = 'NORMAL'
                       and pass-tok(pass-tok-idx) not = 'OBJID'
                   move line-no to find-line
                   move function concatenate(
                       'PASSES not ALL/DEPTH/NORMAL/OBJID: ',
                       function trim(pass-tok(pass-tok-idx))
                    ) to finding-text
                   perform report-finding
               end-if
           end-perform.

      *> ACCOUNT is one word of up to 16 characters; calendula keeps
      *> only the first word, and the billing run keys on it.
       check-account section.
           move spaces to acct-word
           move spaces to acct-rest
           unstring card-value delimited by all spaces
               into acct-word acct-rest
           evaluate true
               when acct-word = spaces
                   move line-no to find-line
                   move 'ACCOUNT card names no account'
                       to finding-text
                   perform report-finding
               when acct-rest not = spaces
                   move line-no to find-line
                   move function concatenate(
                       'ACCOUNT not a single word: ',
                       function trim(card-value)
                    ) to finding-text
                   perform report-finding
               when acct-word(17:1) not = space
                   move line-no to find-line
                   move function concatenate(
                       'ACCOUNT longer than 16 characters: ',
                       function trim(card-value)
                    ) to finding-text
                   perform report-finding
           end-evaluate.

      *> The order run writes ORDER itself from its catalog, but a
      *> hand-made one in the ad-hoc deck is held to the same form:
      *> an order id the job master's 12-character field can carry,
      *> then the YYYYMMDD date it was ordered for.
       check-order section.
           move spaces to acct-word
           move spaces to order-date-word
           move spaces to acct-rest
           unstring card-value delimited by all spaces
               into acct-word order-date-word acct-rest
           evaluate true
               when acct-word = spaces
                   move line-no to find-line
                   move 'ORDER card names no order'
                       to finding-text
                   perform report-finding
               when acct-rest not = spaces
                   move line-no to find-line
                   move function concatenate(
                       'ORDER not an id and a date: ',
                       function trim(card-value)
                    ) to finding-text
                   perform report-finding
               when acct-word(13:1) not = space
                   move line-no to find-line
                   move function concatenate(
                       'ORDER id longer than 12 characters: ',
                       function trim(card-value)
                    ) to finding-text
                   perform report-finding
               when order-date-word(1:8) is not numeric
                       or order-date-word(9:) not = spaces
                   move line-no to find-line
                   move function concatenate(
                       'ORDER date not YYYYMMDD: ',
                       function trim(card-value)
                    ) to finding-text
                   perform report-finding
           end-evaluate.

       end-job-checks section.
           if job-bandid > job-bands
               move job-bands to bands-disp
               move 'ENDFRM/ENDAT card with FRAMES 1 is ignored'
                   to finding-text
               perform report-finding
           end-if
           if frmrange-line > 0
               perform check-frame-range
           end-if.

      *> calendula clamps FRMTO to FRAMES and renders nothing when
      *> FRMFROM passes FRMTO; either is a deck mistake.
       check-frame-range section.
           move job-frames to frames-disp
           move job-frmfrom to frmfrom-disp
           move job-frmto to frmto-disp
           move frmrange-line to find-line
           evaluate true
               when job-frames <= 1
                   move 'FRMFROM/FRMTO card with FRAMES 1 is ignored'
                       to finding-text
                   perform report-finding
               when job-frmfrom < 1 or job-frmfrom > job-frames
                   move function concatenate(
                       'FRMFROM ', function trim(frmfrom-disp, leading),
                       ' outside FRAMES ',
                       function trim(frames-disp, leading)
                    ) to finding-text
                   perform report-finding
               when job-frmto > job-frames
                   move function concatenate(
                       'FRMTO ', function trim(frmto-disp, leading),
                       ' beyond FRAMES ',
                       function trim(frames-disp, leading)
                    ) to finding-text
                   perform report-finding
               when job-frmto > 0 and job-frmfrom > job-frmto
                   move function concatenate(
                       'FRMFROM ', function trim(frmfrom-disp, leading),
                       ' past FRMTO ',
                       function trim(frmto-disp, leading)
                    ) to finding-text
                   perform report-finding
           end-evaluate.

       check-scene-deck section.
           move 'SCN' to deck-tag
           move 0 to line-no
                   perform end-block-checks
                   perform init-block-state
                   move 'L' to block-kind
               when 'AREALITE'
                   perform end-block-checks
                   perform init-block-state
                   move 'A' to block-kind
               when 'CENTERX'
               when 'CENTERY'
               when 'CENTERZ'
               when 'COLORB'
               when 'FUZZ'
               when 'REFIDX'
               when 'COLOR2R'
               when 'COLOR2G'
               when 'COLOR2B'
               when 'TEXSCALE'
               when 'EMIT'
                   perform check-object-card
               when 'TEXTURE'
                   perform check-stray-card
                   perform check-texture-card
               when 'MATERIAL'
                   perform check-stray-card
                   perform check-material
                   move mat-field to block-material
               when 'LIGHTX'
               when 'LIGHTY'
               when 'LIGHTZ'
               when 'LIGHTB'
               when 'INTENS'
                   perform check-light-card
               when 'EDGEUX'
               when 'EDGEUY'
               when 'EDGEUZ'
               when 'EDGEVX'
               when 'EDGEVY'
               when 'EDGEVZ'
               when 'ASAMPLES'
                   perform check-area-card
               when other
                   move line-no to find-line
                   move function concatenate(
           move 'N' to have-lightx
           move 'N' to have-lighty
           move 'N' to have-lightz
           move 'N' to have-intens
           move 'N' to have-edgeu
           move 'N' to have-edgev
           move 'N' to have-emit
           move 0 to emit-line
           move 'DIFFUSE' to block-material
           move 1 to edge-u-a(1)
           move 0 to edge-u-a(2)
           move 0 to edge-u-a(3)
           move 0 to edge-v-a(1)
           move 0 to edge-v-a(2)
           move 1 to edge-v-a(3).

      *> Object attribute cards: apply-scene-card quietly drops them
      *> outside a SPHERE/PLANE block, so a stray one is a finding.
                       move 'Y' to have-planey
                   when 'FUZZ'
                       perform check-fuzz-range
                   when 'TEXSCALE'
                       compute num-value =
                           function numval(card-value)
                       if num-value <= 0
                           move line-no to find-line
                           move function concatenate(
                               'TEXSCALE not above zero: ',
                               function trim(card-value)
                            ) to finding-text
                           perform report-finding
                       end-if
                   when 'EMIT'
                       compute num-value =
                           function numval(card-value)
                       if num-value < 0
                           move line-no to find-line
                           move function concatenate(
                               'negative EMIT: ',
                               function trim(card-value)
                            ) to finding-text
                           perform report-finding
                       end-if
                       move 'Y' to have-emit
                       move line-no to emit-line
                   when other
                       continue
               end-evaluate
           end-if.

      *> TEXTURE CHECKER, or TEXTURE IMAGE and a P6 file; calendula
      *> renders the flat COLOR when the image cannot be loaded, so a
      *> bad file would otherwise only show up in the picture.
       check-texture-card section.
           move spaces to tex-word
           move spaces to tex-file-word
           unstring card-value delimited by all spaces
               into tex-word tex-file-word
           evaluate tex-word
               when 'CHECKER'
                   continue
               when 'IMAGE'
                   perform check-texture-file
                   if tex-bad-reason not = spaces
                       move line-no to find-line
                       move function concatenate(
                           'TEXTURE IMAGE ',
                           function trim(tex-file-word, trailing),
                           ': ',
                           function trim(tex-bad-reason, trailing)
                        ) to finding-text
                       perform report-finding
                   end-if
               when other
                   move line-no to find-line
                   move function concatenate(
                       'TEXTURE not CHECKER/IMAGE: ',
                       function trim(card-value)
                    ) to finding-text
                   perform report-finding
           end-evaluate.

       check-texture-file section.
           move spaces to tex-bad-reason
           move tex-file-word to tex-filename
           move 'N' to tex-eof
           if tex-filename = spaces
               move 'no file named' to tex-bad-reason
           else
               open input texture-file
               if tex-status not = '00'
                   move 'file missing' to tex-bad-reason
               else
                   perform check-texture-header
                   if tex-bad-reason = spaces
                       perform check-texture-length
                   end-if
                   close texture-file
               end-if
           end-if.

       check-texture-header section.
           perform get-texture-token
           move tex-token to tex-magic
           perform get-texture-token
           compute tex-width = function numval(tex-token)
           perform get-texture-token
           compute tex-height = function numval(tex-token)
           perform get-texture-token
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
           end-evaluate.

       get-texture-token section.
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

       check-texture-length section.
           compute tex-bytes-due = tex-width * tex-height * 3
           if tex-maxval > 255
               compute tex-bytes-due = tex-bytes-due * 2
           end-if
           move 0 to tex-bytes-read
           perform until tex-eof = 'Y'
                   or tex-bytes-read >= tex-bytes-due
               perform get-texture-byte
               if tex-eof not = 'Y'
                   add 1 to tex-bytes-read
               end-if
           end-perform
           if tex-bytes-read < tex-bytes-due
               move 'file shorter than header claims'
                   to tex-bad-reason
           end-if.

       check-stray-card section.
           if block-kind = space or block-kind = 'L'
                   or block-kind = 'A'
               move line-no to find-line
               move function concatenate(
                   function trim(card-keyword, trailing),
           end-if.

       check-light-card section.
           if block-kind not = 'L' and block-kind not = 'A'
               move line-no to find-line
               move function concatenate(
                   function trim(card-keyword, trailing),
                   ' card outside a LIGHT/AREALITE block is dropped'
                ) to finding-text
               perform report-finding
           end-if
               end-evaluate
           end-if.

      *> Edge and sample cards belong to an AREALITE block only; in
      *> a LIGHT block calendula would take them but never use them.
       check-area-card section.
           if block-kind not = 'A'
               move line-no to find-line
               move function concatenate(
                   function trim(card-keyword, trailing),
                   ' card outside an AREALITE block is ignored'
                ) to finding-text
               perform report-finding
           end-if
           perform check-numeric
           if value-ok = 'N'
               move line-no to find-line
               move function concatenate(
                   'non-numeric value for ',
                   function trim(card-keyword, trailing),
                   ': ', function trim(card-value)
                ) to finding-text
               perform report-finding
           else
               compute num-value = function numval(card-value)
               evaluate card-keyword
                   when 'EDGEUX'
                       move num-value to edge-u-a(1)
                       move 'Y' to have-edgeu
                   when 'EDGEUY'
                       move num-value to edge-u-a(2)
                       move 'Y' to have-edgeu
                   when 'EDGEUZ'
                       move num-value to edge-u-a(3)
                       move 'Y' to have-edgeu
                   when 'EDGEVX'
                       move num-value to edge-v-a(1)
                       move 'Y' to have-edgev
                   when 'EDGEVY'
                       move num-value to edge-v-a(2)
                       move 'Y' to have-edgev
                   when 'EDGEVZ'
                       move num-value to edge-v-a(3)
                       move 'Y' to have-edgev
                   when 'ASAMPLES'
                       if num-value < 1 or num-value > 64
                           move line-no to find-line
                           move function concatenate(
                               'ASAMPLES outside 1..64: ',
                               function trim(card-value)
                            ) to finding-text
                           perform report-finding
                       end-if
               end-evaluate
           end-if.

      *> calendula lights an AREALITE whose edges span no area as a
      *> point light at its corner, which is never what was meant.
       check-area-edges section.
           compute edge-cross(1) = edge-u-a(2) * edge-v-a(3)
           compute edge-tmp = edge-u-a(3) * edge-v-a(2)
           subtract edge-tmp from edge-cross(1)
           compute edge-cross(2) = edge-u-a(3) * edge-v-a(1)
           compute edge-tmp = edge-u-a(1) * edge-v-a(3)
           subtract edge-tmp from edge-cross(2)
           compute edge-cross(3) = edge-u-a(1) * edge-v-a(2)
           compute edge-tmp = edge-u-a(2) * edge-v-a(1)
           subtract edge-tmp from edge-cross(3)
           if edge-cross(1) = 0 and edge-cross(2) = 0
                   and edge-cross(3) = 0
               move 'AREALITE edges are parallel or zero, no area'
                   to finding-text
               move block-line to find-line
               perform report-finding
           end-if.

       end-block-checks section.
           if block-kind = 'S' or block-kind = 'P'
                   or block-kind = 'M'
               if have-emit = 'Y' and block-material not = 'EMISSIVE'
                   move 'EMIT on a non-EMISSIVE object is ignored'
                       to finding-text
                   move emit-line to find-line
                   perform report-finding
               end-if
           end-if
           evaluate block-kind
               when 'S'
                   if have-centerx = 'N'
                       move block-line to find-line
                       perform report-finding
                   end-if
               when 'A'
                   if have-lightx = 'N' or have-lighty = 'N'
                           or have-lightz = 'N'
                       move 'AREALITE block missing LIGHTX/Y/Z card'
                           to finding-text
                       move block-line to find-line
                       perform report-finding
                   end-if
                   if have-intens = 'N'
                       move 'AREALITE block missing INTENS card'
                           to finding-text
                       move block-line to find-line
                       perform report-finding
                   end-if
                   if have-edgeu = 'N' or have-edgev = 'N'
                       move 'AREALITE block missing EDGEU/EDGEV cards'
                           to finding-text
                       move block-line to find-line
                       perform report-finding
                   end-if
                   perform check-area-edges
               when other
                   continue
           end-evaluate
