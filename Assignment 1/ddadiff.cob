      * | Driven by diffctl.txt: line 1 names the OLD input, line 2   |
      * | the NEW input. Either may be a loose deck, a segment CSV in |
      * | the plotter's segExportRow layout, or a @name catalog       |
      * | entry, exactly the forms the plotter itself accepts. An     |
      * | optional line 3 names one drawing layer (1313 marker): both |
      * | inputs are then cut down to that layer's linework, curves   |
      * | and labels, as a *LAYER run of the plotter would draw them, |
      * | before anything is compared.                                |
      * |                                                              |
      * | Each input is read through the plotter's own record checks, |
      * | expanded (parametric shapes and 1212 symbol placements)     |
      * | and transformed (5555 directive) the way the plotter        |
      * | would draw it, then reduced to its segment, curve and       |
      * | label sets. The two sets are matched and:                   |
      * |   - ddadiff.rpt lists everything present in one input but   |
      * |     not the other;                                          |
      * |   - <newbase>.dif is a composed difference deck for the     |
      * |     signs.                                                  |
      * | Deleted labels appear in the report only - the composed    |
      * | deck carries the unchanged and added labels. Hatch-fill    |
      * | records do not alter linework and are not compared, and     |
      * | nor are 1414 dimensions - the plotter measures and draws    |
      * | those itself from the linework that is compared.            |
      * ----------------------------------------------------------------

       identification division.
               record key is cat-key
               file status is catstatus.

           select symfile assign to disk
               organization is indexed
               access is random
               record key is sym-key
               file status is symstatus.

       data division.
       file section.
       fd ctlfile label record is standard
           05 cat-rev pic 9(3).
           05 cat-plotdate pic 9(8).
           05 cat-cycle pic 9(3).
           05 cat-status pic X(1).
           05 cat-approver pic X(8).
           05 cat-apprdate pic 9(8).
           05 cat-unit pic X(2).
           05 cat-scale pic 9(4)V9(4).
           05 cat-lines pic 9(4).
           05 cat-line pic X(50) occurs 1050.
       fd symfile label record is standard
           value of file-id is "catalog.dat".
       01 symrecord.
           05 sym-key pic X(20).
           05 sym-rev pic 9(3).
           05 sym-plotdate pic 9(8).
           05 sym-cycle pic 9(3).
           05 sym-status pic X(1).
           05 sym-approver pic X(8).
           05 sym-apprdate pic 9(8).
           05 sym-unit pic X(2).
           05 sym-scale pic 9(4)V9(4).
           05 sym-lines pic 9(4).
           05 sym-deck.
               10 sym-line pic X(50) occurs 1050.

      * the read-side tables and work fields below are the plotter's
      * own - one input at a time is read into them, then folded
               10 x pic 9(4).
               10 y pic 9(4).
               10 pen-break pic 9.
               10 pen-layer pic 9(2).
       01 pen-sw pic 9 value 0.

       01 wrecord.
               10 wfill-sp.
                   15 fil-fsp pic 9(2).
               10 filler pic X(26).
           05 wlayer redefines wbody.
               10 ly-name pic X(8).
               10 filler pic X(32).
           05 wlayer-ch redefines wbody.
               10 ly-name-ch pic X(1).
               10 filler pic X(39).
           05 wplace redefines wbody.
               10 pl-name pic X(20).
               10 filler pic X(1).
               10 wplace-head.
                   15 pl-x pic 9(4).
                   15 filler pic X(1).
                   15 pl-y pic 9(4).
               10 filler pic X(1).
               10 wplace-sc.
                   15 pl-scale pic 9(4).
               10 filler pic X(1).
               10 wplace-rot.
                   15 pl-rot pic 9(4).

       01 ncurves pic 9(3) value 0.
       01 cv pic 9(3) value 0.
               10 curve-r  pic 9(4).
               10 curve-a1 pic 9(4).
               10 curve-a2 pic 9(4).
               10 curve-ly pic 9(2).

       01 nlabels pic 9(3) value 0.
       01 lb pic 9(3) value 0.
               10 lab-text pic X(30).
               10 lab-ch redefines lab-text
                   pic X(1) occurs 30.
               10 lab-ly pic 9(2).

      * drawing layers (1313 marker), kept the plotter's way - the
      * layer in effect, the input's layer names with layer 0 first
      * - plus the one layer diffctl.txt asks to compare (spaces
      * compares everything) and the compaction cursors that cut an
      * input down to it.
       01 cur-layer pic 9(2) value 1.
       01 lyr-count pic 9(2) value 1.
       01 lyr-max pic 9(2) value 20.
       01 lyr-k pic 9(2) value 0.
       01 lyrdata.
           05 lyrs occurs 20 times.
               10 lyr-name pic X(8).
               10 lyr-on pic 9.
       01 diff-layer pic X(8) value spaces.
       01 lf-k pic 9(4).
       01 lf-nk pic 9(4).
       01 lf-gap-sw pic 9.

       01 xf-sw pic 9 value 0.
       01 xf-scale pic 9(4) value 100.
       01 xf-r pic 9(8).
       01 deg-to-rad pic 9V9(8) value 0.01745329.

      * symbol expansion state (1212 marker), the plotter's frame
      * stack less the pen and fill positions a comparison does
      * not keep.
       01 symstatus pic X(2) value spaces.
       01 sym-depth pic 9 value 0.
       01 sym-max-depth pic 9 value 4.
       01 sym-err pic 9 value 0.
       01 sym-self-sw pic 9 value 0.
       01 sym-bad-name pic X(20) value spaces.
       01 sym-why pic X(40) value spaces.
       01 sym-msg pic X(100) value spaces.
       01 sf-k pic 9 value 0.
       01 sym-hdr pic X(50).
       01 sym-hdr-red redefines sym-hdr.
           05 sym-hdr-head.
               10 sym-hdr-a pic 9(4).
           05 filler pic X(46).
       01 sym-frames.
           05 sym-frame occurs 4 times.
               10 sf-name pic X(20).
               10 sf-lines pic 9(4).
               10 sf-cur pic 9(4).
               10 sf-left pic 9(4).
               10 sf-x pic 9(4).
               10 sf-y pic 9(4).
               10 sf-scale pic 9(4).
               10 sf-rot pic 9(4).
               10 sf-pt-first pic 9(4).
               10 sf-cv-first pic 9(3).
               10 sf-lb-first pic 9(3).
               10 sf-layer pic 9(2).
               10 sf-max-x pic 9(4).
               10 sf-max-y pic 9(4).
               10 sf-min-x pic 9(4).
               10 sf-min-y pic 9(4).
               10 sf-deck.
                   15 sf-line pic X(50) occurs 1050.
       01 sv-xf-sw pic 9.
       01 sv-xf-scale pic 9(4).
       01 sv-xf-rot pic 9(4).
       01 sv-xf-dx pic 9(4).
       01 sv-xf-dy pic 9(4).
       01 sv-xf-mirror pic 9(4).
       01 sv-xf-first pic 9(4).
       01 sv-xf-curve-first pic 9(3).
       01 sv-xf-label-first pic 9(3).
       01 sv-n pic 9(3).

      * nfills only counts 4444 records - their seeds move no ink,
      * so the comparison stores nothing, but the plotter's record
      * checks and its 20-fill ceiling still apply.
       01 nfills pic 9(2) value 0.
      * ndims does the same for 1414 dimension records.
       01 ndims pic 9(2) value 0.

       01 ps-x pic 9(4).
       01 ps-y pic 9(4).
       01 rptstatus pic X(2) value spaces.
       01 difstatus pic X(2) value spaces.
       01 catstatus pic X(2) value spaces.
       01 reject-sw pic 9(2) value 0.
       01 abort-sw pic 9(2) value 0.
       01 job-name pic X(20) value spaces.

                   stop run
           end-read.
           move ctlrecord to new-name.
           read ctlfile
               at end move spaces to ctlrecord
           end-read.
           move ctlrecord to diff-layer.
           close ctlfile.
           move 0 to which-sw.
           move old-name to job-name.
           if abort-sw = 0 and xf-sw = 1
               perform transformPoints
           end-if.
           if abort-sw = 0 and diff-layer not = spaces
               perform layerFilter
           end-if.
           perform jobMessages.

       jobReset.
           move 1 to xf-curve-first.
           move 1 to xf-label-first.
           move 0 to nfills.
           move 0 to ndims.
           move 0 to sym-depth.
           move 0 to sym-err.
           move spaces to sym-bad-name.
           move 1 to cur-layer.
           move 1 to lyr-count.
           move "0" to lyr-name(1).

       jobMessages.
           if abort-sw = 1
               display "Rejected: bad or oversize parametric "
                   "shape record: " job-name
           end-if.
           if abort-sw = 16
               perform symReason
               move spaces to sym-msg
               string "Rejected: " delimited by size
                   sym-why delimited by "  "
                   " (" delimited by size
                   sym-bad-name delimited by space
                   "): " delimited by size
                   job-name delimited by space
                   into sym-msg
               display sym-msg
           end-if.
           if abort-sw = 17
               display "Rejected: bad layer-select record (blank "
                   "name or over " lyr-max " layers): " job-name
           end-if.
           if abort-sw = 18
               display "Rejected: bad dimension record (off the "
                   "canvas, coincident points or over 20 "
                   "dimensions): " job-name
           end-if.

      * symReason: the plotter's wording of a symbol reject.
       symReason.
           move "BAD SYMBOL PLACEMENT RECORD" to sym-why.
           if sym-err = 1
               move "SYMBOL NOT IN CATALOG" to sym-why
           end-if.
           if sym-err = 2
               move "SYMBOL NOT RELEASED" to sym-why
           end-if.
           if sym-err = 3
               move "SYMBOLS NESTED TOO DEEP" to sym-why
           end-if.
           if sym-err = 4
               move "SYMBOL PLACES ITSELF" to sym-why
           end-if.
           if sym-err = 6
               move "SYMBOL DECK ENDS SHORT OF ITS POINTS"
                   to sym-why
           end-if.
           if sym-err = 7
               move "TRANSFORMATION DIRECTIVE INSIDE SYMBOL"
                   to sym-why
           end-if.
           if sym-err = 8
               move "PLACED SYMBOL LEAVES THE CANVAS" to sym-why
           end-if.

      * readFile and everything below it through transformOne is the
      * plotter's deck handling, minus the pen and fill state a
               if reject-sw = 5 move 10 to abort-sw end-if
               if reject-sw = 6 move 11 to abort-sw end-if
               if reject-sw = 7 move 13 to abort-sw end-if
               if reject-sw = 8 move 16 to abort-sw end-if
               if reject-sw = 9 move 17 to abort-sw end-if
               if reject-sw = 10 move 18 to abort-sw end-if
           end-if.

       readCatalog.

       readCatalog-loop.
           move cat-line(cat-k) to wrecord.
           perform parseDeckLine.
           add 1 to cat-k.
           if reject-sw = 0 and cat-k not > cat-lines
               go to readCatalog-loop
                   if csv-tag = "CRV"
                       perform importCurve
                       if reject-sw = 0 go to readImport-loop end-if
                   else
                   if csv-tag = "DIM"
                       perform importDim
                       if reject-sw = 0 go to readImport-loop end-if
                   else
                       perform importSeg
                       if reject-sw = 0 go to readImport-loop end-if
                   end-if
                   end-if
           end-read.

       importSeg.
                   move csv-n1 to x(i)
                   move csv-n2 to y(i)
                   move 1 to pen-break(i)
                   move cur-layer to pen-layer(i)
                   compute c3 = i + 1
                   move csv-n3 to x(c3)
                   move csv-n4 to y(c3)
                   move 0 to pen-break(c3)
                   move cur-layer to pen-layer(c3)
                   if csv-n1 > max-x-used
                       move csv-n1 to max-x-used end-if
                   if csv-n3 > max-x-used
               end-if
           end-if.

       importDim.
           if csv-c1 not = 4 or csv-c2 not = 4 or csv-c3 not = 4
                   or csv-c4 not = 4 or csv-c5 < 4
                   or csv-f5-ch(4) = space
               move 10 to reject-sw
           else
               inspect csv-f1 replacing all SPACES by "0"
               inspect csv-f2 replacing all SPACES by "0"
               inspect csv-f3 replacing all SPACES by "0"
               inspect csv-f4 replacing all SPACES by "0"
               inspect csv-f5 replacing all SPACES by "0"
               if csv-n1 not numeric or csv-n2 not numeric
                       or csv-n3 not numeric or csv-n4 not numeric
                       or csv-n5 not numeric
                   move 10 to reject-sw
               else
                   move csv-n1 to c
                   move csv-n2 to d
                   move csv-n3 to e
                   move csv-n4 to f
                   move csv-n5 to g
                   perform readDim
               end-if
           end-if.

       readFile-loop.
           read ifile
               at end
                   if i not > n move 1 to reject-sw end-if
               not at end
                   move irecord to wrecord
                   perform parseDeckLine
                   if reject-sw = 0 go to readFile-loop end-if
           end-read.

      * parseDeckLine: one line of the input's own deck, then any
      * symbol it placed expanded in place, as the plotter does.
       parseDeckLine.
           perform parseRecord.
           if reject-sw = 0 and sym-depth > 0
               perform symExpand
           end-if.

       parseRecord.
           inspect whead replacing all SPACES by "0".
           if a = 9999 and b = 9999
           else
           if a = 1111 and b = 1111
               perform readGrid
           else
           if a = 1414 and b = 1414
               perform readDim
           else
           if a = 1313 and b = 1313
               perform readLayer
           else
           if a = 1212 and b = 1212
               perform readSymbol
           else
           if sym-depth > 0
               perform symPoint
           else
               if i not > n
                   if i > max-points or a > canvas-max-x
                       move a to x(i)
                       move b to y(i)
                       move pen-sw to pen-break(i)
                       move cur-layer to pen-layer(i)
                       move 0 to pen-sw
                       if a > max-x-used
                           move a to max-x-used end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       readCurve.
                   move e to curve-r(ncurves)
                   move f to curve-a1(ncurves)
                   move g to curve-a2(ncurves)
                   move cur-layer to curve-ly(ncurves)
                   compute c1 = c + e
                   if c1 > max-x-used move c1 to max-x-used end-if
                   compute c2 = d + e
                   move lbl-x to lab-x(nlabels)
                   move lbl-y to lab-y(nlabels)
                   move lb-k to lab-len(nlabels)
                   move cur-layer to lab-ly(nlabels)
                   if c1 > max-x-used move c1 to max-x-used end-if
                   if lbl-y > max-y-used
                       move lbl-y to max-y-used end-if
               move 5 to reject-sw
           end-if.

       readLayer.
           if ly-name-ch = space
               move 9 to reject-sw
           else
               move 0 to cur-layer
               move 1 to lyr-k
               perform readLayer-find
               if cur-layer = 0
                   if lyr-count >= lyr-max
                       move 1 to cur-layer
                       move 9 to reject-sw
                   else
                       add 1 to lyr-count
                       move ly-name to lyr-name(lyr-count)
                       move lyr-count to cur-layer
                   end-if
               end-if
           end-if.

       readLayer-find.
           if lyr-name(lyr-k) = ly-name move lyr-k to cur-layer end-if.
           add 1 to lyr-k.
           if lyr-k not > lyr-count go to readLayer-find.

      * readDim: the plotter's 1414 record checks, counted but not
      * stored, as readFill below.
       readDim.
           inspect wbody replacing all SPACES by "0".
           if ndims >= 20
                   or c > canvas-max-x or d > canvas-max-y
                   or e > canvas-max-x or f > canvas-max-y
                   or ( c = e and d = f )
               move 10 to reject-sw
           else
               add 1 to ndims
           end-if.

      * readFill: the plotter's 4444 record checks, store left out -
      * a fill moves no linework, so the comparison keeps only the
      * count for the table-ceiling check.

       readTransform.
           inspect wbody replacing all SPACES by "0".
           if sym-depth > 0
               move sf-name(sym-depth) to sym-bad-name
               move 7 to sym-err
               move 8 to reject-sw
           else
           if c = 0 or d > 360 or g > 2
               move 3 to reject-sw
           else
               move f to xf-dy
               move g to xf-mirror
               move 1 to xf-sw
           end-if
           end-if.

      * readSymbol through symPop: the plotter's symbol expansion,
      * so an input that places symbols compares the way it plots.
       readSymbol.
           inspect wplace-head replacing all SPACES by "0".
           inspect wplace-rot replacing all SPACES by "0".
           if wplace-sc = spaces move "0100" to wplace-sc end-if.
           inspect wplace-sc replacing all SPACES by "0".
           move pl-name to sym-bad-name.
           if pl-name = spaces
                   or pl-x not numeric or pl-y not numeric
                   or pl-scale not numeric or pl-rot not numeric
               move 5 to sym-err
               move 8 to reject-sw
           else
           if pl-x > canvas-max-x or pl-y > canvas-max-y
                   or pl-scale = 0 or pl-rot > 360
               move 5 to sym-err
               move 8 to reject-sw
           else
           if sym-depth >= sym-max-depth
               move 3 to sym-err
               move 8 to reject-sw
           else
               move 0 to sym-self-sw
               if ifile-name-ch(1) = "@" and pl-name = cat-key
                   move 1 to sym-self-sw
               end-if
               if sym-depth > 0
                   move 1 to sf-k
                   perform symSelf-loop
               end-if
               if sym-self-sw = 1
                   move 4 to sym-err
                   move 8 to reject-sw
               else
                   perform symLoad
               end-if
           end-if
           end-if
           end-if.

       symSelf-loop.
           if sf-name(sf-k) = pl-name
               move 1 to sym-self-sw
           end-if.
           add 1 to sf-k.
           if sf-k not > sym-depth go to symSelf-loop.

       symLoad.
           move pl-name to sym-key.
           open input symfile.
           if symstatus not = "00"
               move 1 to sym-err
               move 8 to reject-sw
           else
               read symfile
                   invalid key
                       move 1 to sym-err
                       move 8 to reject-sw
                   not invalid key
                       if sym-status not = "R"
                           move 2 to sym-err
                           move 8 to reject-sw
                       else
                           perform symPush
                       end-if
               end-read
               close symfile
           end-if.

       symPush.
           add 1 to sym-depth.
           move pl-name to sf-name(sym-depth).
           move pl-x to sf-x(sym-depth).
           move pl-y to sf-y(sym-depth).
           move pl-scale to sf-scale(sym-depth).
           move pl-rot to sf-rot(sym-depth).
           move i to sf-pt-first(sym-depth).
           compute sf-cv-first(sym-depth) = ncurves + 1.
           compute sf-lb-first(sym-depth) = nlabels + 1.
           move cur-layer to sf-layer(sym-depth).
           move max-x-used to sf-max-x(sym-depth).
           move max-y-used to sf-max-y(sym-depth).
           move min-x-used to sf-min-x(sym-depth).
           move min-y-used to sf-min-y(sym-depth).
           move sym-deck to sf-deck(sym-depth).
           move 2 to sf-cur(sym-depth).
           move 0 to sf-left(sym-depth).
           if sym-lines > 0 and sym-lines not > 1050
               move sym-lines to sf-lines(sym-depth)
               move sym-line(1) to sym-hdr
               inspect sym-hdr-head replacing all SPACES by "0"
               if sym-hdr-a numeric
                   move sym-hdr-a to sf-left(sym-depth)
               end-if
           else
               move 0 to sf-lines(sym-depth)
           end-if.
           if i > 1 move 1 to pen-sw end-if.

       symExpand.
           if sf-cur(sym-depth) > sf-lines(sym-depth)
               perform symPop
           else
               move sf-line(sym-depth, sf-cur(sym-depth)) to wrecord
               add 1 to sf-cur(sym-depth)
               perform parseRecord
           end-if.
           if reject-sw = 0 and sym-depth > 0 go to symExpand.

       symPoint.
           if sf-left(sym-depth) > 0
               if n + 1 > max-points or a > canvas-max-x
                       or b > canvas-max-y
                   move 1 to reject-sw
               else
                   move a to ps-x
                   move b to ps-y
                   move pen-sw to ps-brk
                   perform storeShapePoint
                   subtract 1 from sf-left(sym-depth)
               end-if
           end-if.

       symPop.
           if sf-left(sym-depth) > 0
               move sf-name(sym-depth) to sym-bad-name
               move 6 to sym-err
               move 8 to reject-sw
           else
               move xf-sw to sv-xf-sw
               move xf-scale to sv-xf-scale
               move xf-rot to sv-xf-rot
               move xf-dx to sv-xf-dx
               move xf-dy to sv-xf-dy
               move xf-mirror to sv-xf-mirror
               move xf-first to sv-xf-first
               move xf-curve-first to sv-xf-curve-first
               move xf-label-first to sv-xf-label-first
               move n to sv-n
               move 0 to xf-mirror
               move sf-scale(sym-depth) to xf-scale
               move sf-rot(sym-depth) to xf-rot
               move sf-x(sym-depth) to xf-dx
               move sf-y(sym-depth) to xf-dy
               move sf-pt-first(sym-depth) to xf-first
               move sf-cv-first(sym-depth) to xf-curve-first
               move sf-lb-first(sym-depth) to xf-label-first
               compute n = i - 1
               move 0 to max-x-used
               move 0 to max-y-used
               move 9998 to min-x-used
               move 9998 to min-y-used
               perform transformPoints
               move sv-n to n
               move sv-xf-sw to xf-sw
               move sv-xf-scale to xf-scale
               move sv-xf-rot to xf-rot
               move sv-xf-dx to xf-dx
               move sv-xf-dy to xf-dy
               move sv-xf-mirror to xf-mirror
               move sv-xf-first to xf-first
               move sv-xf-curve-first to xf-curve-first
               move sv-xf-label-first to xf-label-first
               if sf-max-x(sym-depth) > max-x-used
                   move sf-max-x(sym-depth) to max-x-used end-if
               if sf-max-y(sym-depth) > max-y-used
                   move sf-max-y(sym-depth) to max-y-used end-if
               if sf-min-x(sym-depth) < min-x-used
                   move sf-min-x(sym-depth) to min-x-used end-if
               if sf-min-y(sym-depth) < min-y-used
                   move sf-min-y(sym-depth) to min-y-used end-if
               move sf-layer(sym-depth) to cur-layer
               move 1 to pen-sw
               if abort-sw = 7
                   move 0 to abort-sw
                   move sf-name(sym-depth) to sym-bad-name
                   move 8 to sym-err
                   move 8 to reject-sw
               end-if
               subtract 1 from sym-depth
           end-if.

       readRect.
           move ps-x to x(i).
           move ps-y to y(i).
           move ps-brk to pen-break(i).
           move cur-layer to pen-layer(i).
           move 0 to ps-brk.
           move 0 to pen-sw.
           if ps-x > max-x-used move ps-x to max-x-used end-if.
           add xf-dx to xf-rx.
           add xf-dy to xf-ry.

      * layerFilter: cut the freshly read tables down to the layer
      * being compared, as the plotter's layerFilter does for a
      * *LAYER run - kept points slide down, the first one after a
      * dropped run starting pen-up, and curves and labels on other
      * layers go. An input that never names the layer compares as
      * empty.
       layerFilter.
           move 1 to lyr-k.
           perform layerFilter-on.
           move 0 to lf-nk.
           move 0 to lf-gap-sw.
           if n > 0
               move 1 to lf-k
               perform layerPack-pts
           end-if.
           move lf-nk to n.
           compute i = n + 1.
           move 0 to lf-nk.
           if ncurves > 0
               move 1 to cv
               perform layerPack-cv
           end-if.
           move lf-nk to ncurves.
           move 0 to lf-nk.
           if nlabels > 0
               move 1 to lb
               perform layerPack-lb
           end-if.
           move lf-nk to nlabels.

       layerFilter-on.
           move 0 to lyr-on(lyr-k).
           if lyr-name(lyr-k) = diff-layer
               move 1 to lyr-on(lyr-k)
           end-if.
           add 1 to lyr-k.
           if lyr-k not > lyr-count go to layerFilter-on.

       layerPack-pts.
           if lyr-on(pen-layer(lf-k)) = 1
               add 1 to lf-nk
               move points(lf-k) to points(lf-nk)
               if lf-gap-sw = 1
                   move 1 to pen-break(lf-nk)
               end-if
               move 0 to lf-gap-sw
           else
               move 1 to lf-gap-sw
           end-if.
           add 1 to lf-k.
           if lf-k not > n go to layerPack-pts.

       layerPack-cv.
           if lyr-on(curve-ly(cv)) = 1
               add 1 to lf-nk
               move curves(cv) to curves(lf-nk)
           end-if.
           add 1 to cv.
           if cv not > ncurves go to layerPack-cv.

       layerPack-lb.
           if lyr-on(lab-ly(lb)) = 1
               add 1 to lf-nk
               move labels(lb) to labels(lf-nk)
           end-if.
           add 1 to lb.
           if lb not > nlabels go to layerPack-lb.

      * foldOld/foldNew: reduce the freshly read tables to one
      * side's comparison set - every drawn point pair becomes one
      * normalized segment, curves and labels carry over whole.
           string "NEW: " new-name
               delimited by size into rptrecord.
           write rptrecord.
           if diff-layer not = spaces
               move spaces to rptrecord
               string "LAYER: " diff-layer
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move spaces to rptrecord.
           write rptrecord.
           move 0 to ct-same.
