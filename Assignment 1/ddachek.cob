      * | The record checks below are kept line for line with the     |
      * | plotter's own readers - a deck this program passes is a     |
      * | deck the plotter accepts.                                   |
      * |                                                              |
      * | A 1212 symbol placement is expanded from the catalog the    |
      * | way the plotter expands it, and the symbol's own lines are  |
      * | checked in place: a problem inside a symbol is reported     |
      * | against the placing line's number with the symbol line's    |
      * | image, so the deck to fix is plain from the report.         |
      * |                                                              |
      * | A 1313 layer select is checked the way the plotter checks   |
      * | it - a blank name, or more layers than the plotter holds    |
      * | for one job, is reported. Every layer is checked whatever   |
      * | the jobctl *LAYER selection; those lines are passed over.   |
      * |                                                              |
      * | A 1414 dimension is checked as keyed, carried through the   |
      * | deck's directive, then laid out as the plotter lays it out  |
      * | - a dimension line or text pushed off the canvas is         |
      * | reported against the dimension's number in the deck.        |
      * ----------------------------------------------------------------

       identification division.
               record key is arch-key
               file status is archstatus.

           select symfile assign to disk
               organization is indexed
               access is random
               record key is sym-key
               file status is symstatus.

       data division.
       file section.
       fd jobctl label record is standard
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
       fd archfile label record is standard
           05 arch-deck.
               10 arch-line pic X(50) occurs 1050.

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
      * the point, curve, label and transformation tables mirror the
      * plotter's own, because the limits being checked are the
      * tables' limits - a deck that overflows here overflows there.
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
       01 cur-pen-ch pic X(1) value "*".
       01 cur-pen-st pic 9(1) value 0.

      * layer selects (1313 marker): the job's layer names, held only
      * to count them against the plotter's per-job limit.
       01 cur-layer pic 9(2) value 1.
       01 lyr-count pic 9(2) value 1.
       01 lyr-max pic 9(2) value 20.
       01 lyr-k pic 9(2) value 0.
       01 lyrdata.
           05 lyr-name pic X(8) occurs 20.
       01 jc-work pic X(20).
       01 jc-work-red redefines jc-work.
           05 jc-verb pic X(7).
           05 filler pic X(13).

      * hatch-fill records (4444 marker) and the shape-resolution
      * work fields, checked the way the plotter's resolveFills
      * checks them - a seed inside no closed shape is a reject the
       01 xf-sp pic 9(4).
       01 xf-fill-first pic 9(2) value 1.

      * dimension records (1414 marker) and the layout work fields,
      * as the plotter's, less the text and line ends a check never
      * draws.
       01 ndims pic 9(2) value 0.
       01 dm pic 9(2) value 0.
       01 dm-max pic 9(2) value 20.
       01 dimdata.
           05 dims occurs 20 times.
               10 dm-x1 pic 9(4).
               10 dm-y1 pic 9(4).
               10 dm-x2 pic 9(4).
               10 dm-y2 pic 9(4).
               10 dm-off pic 9(4).
       01 dm-wdx pic S9(5)V9(4).
       01 dm-wdy pic S9(5)V9(4).
       01 dm-wlen pic 9(5)V9(4).
       01 dm-wx1 pic S9(5).
       01 dm-wy1 pic S9(5).
       01 dm-wx2 pic S9(5).
       01 dm-wy2 pic S9(5).
       01 dm-wtx pic S9(5).
       01 dm-len pic 9(5)V99.
       01 dm-len-ed pic ZZZZ9.99.
       01 dm-skip pic X(8).
       01 dm-text pic X(10).
       01 dm-tlen pic 9(2).
       01 xf-dim-first pic 9(2) value 1.

      * parametric-shape expansion work fields, as the plotter's.
       01 ps-x pic 9(4).
       01 ps-y pic 9(4).
       01 xf-r pic 9(8).
       01 deg-to-rad pic 9V9(8) value 0.01745329.

      * symbol expansion state (1212 marker), as the plotter's.
       01 symstatus pic X(2) value spaces.
       01 sym-depth pic 9 value 0.
       01 sym-max-depth pic 9 value 4.
       01 sym-err pic 9 value 0.
       01 sym-self-sw pic 9 value 0.
       01 sym-why pic X(40) value spaces.
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
               10 sf-fl-first pic 9(2).
               10 sf-dm-first pic 9(2).
               10 sf-pen-ch pic X(1).
               10 sf-pen-st pic 9(1).
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
       01 sv-xf-fill-first pic 9(2).
       01 sv-xf-dim-first pic 9(2).
       01 sv-n pic 9(3).

       01 istatus pic X(2) value spaces.
       01 jcstatus pic X(2) value spaces.
       01 chkstatus pic X(2) value spaces.
       01 catstatus pic X(2) value spaces.
       01 reject-sw pic 9(2) value 0.
       01 job-name pic X(20) value spaces.
       01 job-name-ch redefines job-name
           pic X(1) occurs 20.
       job-loop.
           read jobctl at end move 0 to job-more-sw.
           if job-more-sw = 1
      * the plotter's output-mode switches, the layer selection and
      * the retry-queue directive name no deck - nothing for the
      * checker to check.
               move jcrecord to jc-work
               if jcrecord = "*PLOTTER" or jcrecord = "*PRINTER"
                       or jcrecord = "*RETRY"
                       or jcrecord = "*ALLLAYERS"
                       or jc-verb = "*LAYER "
                   continue
               else
               if jcrecord = "*OVERLAY"
           if nfills > 0
               perform resolveFills
           end-if.
           if ndims > 0
               perform resolveDims
           end-if.
           perform chkDeckTally.

      * checkOverlay: an overlay group is checked member by member
           if nfills > 0
               perform resolveFills
           end-if.
           if ndims > 0
               perform resolveDims
           end-if.
      * the member walk left the last member's name in job-name -
      * the group's tally line carries the first member's, the name
      * the plotter's composed output rides under.
               into ifile-name.
           move "*" to cur-pen-ch.
           move 0 to cur-pen-st.
           move 1 to cur-layer.
           move 0 to xf-sw.
           move 100 to xf-scale.
           move 0 to xf-rot.
           compute xf-curve-first = ncurves + 1.
           compute xf-label-first = nlabels + 1.
           compute xf-fill-first = nfills + 1.
           compute xf-dim-first = ndims + 1.
           perform readFile.
           if xf-sw = 1
               perform transformPoints
           move 1 to xf-curve-first.
           move 1 to xf-label-first.
           move 1 to xf-fill-first.
           move 1 to xf-dim-first.
           move 0 to ndims.
           move 0 to nfills.
           move 0 to sym-depth.
           move 1 to cur-layer.
           move 1 to lyr-count.
           move "0" to lyr-name(1).

      * readFile: same dispatch as the plotter's - catalog pull,
      * import list or loose deck - but a problem is reported and the
                       move "CATALOG ENTRY NOT FOUND" to chk-reason
                       perform chkReport
                   not invalid key
      * the plotter refuses an entry that is not released, so it is
      * a problem here too - but the deck is still checked in full,
      * ready for the day it is released.
                       if cat-status not = "R"
                           move 0 to chk-lineno
                           move spaces to chk-image
                           if cat-status = "H"
                               move "CATALOG ENTRY ON HOLD"
                                   to chk-reason
                           else
                               move "CATALOG ENTRY NOT RELEASED (DRAFT)"
                                   to chk-reason
                           end-if
                           perform chkReport
                       end-if
                       move 1 to chk-lineno
                       move cat-line(1) to wrecord
                       inspect whead replacing all SPACES by "0"
           move cat-k to chk-lineno.
           move cat-line(cat-k) to wrecord.
           move cat-line(cat-k) to chk-image.
           perform parseDeckLine.
           if reject-sw not = 0 perform chkReject end-if.
           add 1 to cat-k.
           if cat-k not > cat-lines
           move cat-k to chk-lineno.
           move arch-line(cat-k) to wrecord.
           move arch-line(cat-k) to chk-image.
           perform parseDeckLine.
           if reject-sw not = 0 perform chkReject end-if.
           add 1 to cat-k.
           if cat-k not > arch-lines
                   end-if
                   if csv-tag = "CRV"
                       perform importCurve
                   else
                   if csv-tag = "DIM"
                       perform importDim
                   else
                       perform importSeg
                   end-if
                   end-if
                   if reject-sw not = 0 perform chkReject end-if
                   go to readImport-loop
           end-read.
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

      * readFile-loop: the whole deck to end of file, every bad
      * record reported in place. End of file before the declared N
      * points is the same reject the plotter raises.
                   add 1 to chk-lineno
                   move irecord to wrecord
                   move irecord to chk-image
                   perform parseDeckLine
                   if reject-sw not = 0 perform chkReject end-if
                   go to readFile-loop
           end-read.

      * parseDeckLine: one line of the job's own deck, then any
      * symbol it placed expanded in place, as the plotter does.
       parseDeckLine.
           perform parseRecord.
           if reject-sw = 0 and sym-depth > 0
               perform symExpand
           end-if.

      * parseRecord and the marker readers below are the plotter's
      * own checks, except that a rejected curve or label record is
      * never left occupying a table slot, so the scan after it sees
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
               if i-pt not > n
                   if i-pt > max-points or a > canvas-max-x
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       readCurve.
               move pen-st to cur-pen-st
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

      * readRect/readPoly/readGrid/storeShapePoint: the plotter's
      * parametric-shape expansion, check for check - the expansion
      * spends real point quota, so the checker must spend it too
           add 1 to i-pt.
           add 1 to n.

       readDim.
           inspect wbody replacing all SPACES by "0".
           if ndims >= dm-max
                   or c > canvas-max-x or d > canvas-max-y
                   or e > canvas-max-x or f > canvas-max-y
                   or ( c = e and d = f )
               move 10 to reject-sw
           else
               add 1 to ndims
               move c to dm-x1(ndims)
               move d to dm-y1(ndims)
               move e to dm-x2(ndims)
               move f to dm-y2(ndims)
               move g to dm-off(ndims)
               if c > max-x-used move c to max-x-used end-if
               if e > max-x-used move e to max-x-used end-if
               if d > max-y-used move d to max-y-used end-if
               if f > max-y-used move f to max-y-used end-if
               if c < min-x-used move c to min-x-used end-if
               if e < min-x-used move e to min-x-used end-if
               if d < min-y-used move d to min-y-used end-if
               if f < min-y-used move f to min-y-used end-if
           end-if.

       readFill.
           inspect wfill-head replacing all SPACES by "0".
           if wfill-sp = spaces move "01" to wfill-sp end-if.

       readTransform.
           inspect wbody replacing all SPACES by "0".
           if sym-depth > 0
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

      * readSymbol/symLoad/symPush/symExpand/symPoint/symPop: the
      * plotter's symbol expansion, check for check. An entry not
      * released is reported but still expanded, so its deck is
      * checked ready for the day it is; a symbol deck short of its
      * declared points is reported and placed all the same.
       readSymbol.
           inspect wplace-head replacing all SPACES by "0".
           inspect wplace-rot replacing all SPACES by "0".
           if wplace-sc = spaces move "0100" to wplace-sc end-if.
           inspect wplace-sc replacing all SPACES by "0".
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
               if ifile-name-ch(1) = "@" and pl-name = cat-work
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
                           perform chkReject
                       end-if
                       perform symPush
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
           move i-pt to sf-pt-first(sym-depth).
           compute sf-cv-first(sym-depth) = ncurves + 1.
           compute sf-lb-first(sym-depth) = nlabels + 1.
           compute sf-fl-first(sym-depth) = nfills + 1.
           compute sf-dm-first(sym-depth) = ndims + 1.
           move cur-pen-ch to sf-pen-ch(sym-depth).
           move cur-pen-st to sf-pen-st(sym-depth).
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
           if i-pt > 1 move 1 to pen-sw end-if.

      * symExpand: unlike the plotter, a bad symbol line does not
      * stop the expansion - it is reported with its own image and
      * the walk carries on to the end of every open frame.
       symExpand.
           if sf-cur(sym-depth) > sf-lines(sym-depth)
               perform symPop
           else
               move sf-line(sym-depth, sf-cur(sym-depth)) to wrecord
               move sf-line(sym-depth, sf-cur(sym-depth))
                   to chk-image
               add 1 to sf-cur(sym-depth)
               perform parseRecord
               if reject-sw not = 0 perform chkReject end-if
           end-if.
           if sym-depth > 0 go to symExpand.

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
               move spaces to chk-image
               string "SYMBOL " sf-name(sym-depth)
                   delimited by size into chk-image
               move 6 to sym-err
               move 8 to reject-sw
               perform chkReject
           end-if.
           move xf-sw to sv-xf-sw.
           move xf-scale to sv-xf-scale.
           move xf-rot to sv-xf-rot.
           move xf-dx to sv-xf-dx.
           move xf-dy to sv-xf-dy.
           move xf-mirror to sv-xf-mirror.
           move xf-first to sv-xf-first.
           move xf-curve-first to sv-xf-curve-first.
           move xf-label-first to sv-xf-label-first.
           move xf-fill-first to sv-xf-fill-first.
           move xf-dim-first to sv-xf-dim-first.
           move n to sv-n.
           move 0 to xf-mirror.
           move sf-scale(sym-depth) to xf-scale.
           move sf-rot(sym-depth) to xf-rot.
           move sf-x(sym-depth) to xf-dx.
           move sf-y(sym-depth) to xf-dy.
           move sf-pt-first(sym-depth) to xf-first.
           move sf-cv-first(sym-depth) to xf-curve-first.
           move sf-lb-first(sym-depth) to xf-label-first.
           move sf-fl-first(sym-depth) to xf-fill-first.
           move sf-dm-first(sym-depth) to xf-dim-first.
           compute n = i-pt - 1.
           move 0 to max-x-used.
           move 0 to max-y-used.
           move 9998 to min-x-used.
           move 9998 to min-y-used.
           perform transformPoints.
           move sv-n to n.
           move sv-xf-sw to xf-sw.
           move sv-xf-scale to xf-scale.
           move sv-xf-rot to xf-rot.
           move sv-xf-dx to xf-dx.
           move sv-xf-dy to xf-dy.
           move sv-xf-mirror to xf-mirror.
           move sv-xf-first to xf-first.
           move sv-xf-curve-first to xf-curve-first.
           move sv-xf-label-first to xf-label-first.
           move sv-xf-fill-first to xf-fill-first.
           move sv-xf-dim-first to xf-dim-first.
           if sf-max-x(sym-depth) > max-x-used
               move sf-max-x(sym-depth) to max-x-used end-if.
           if sf-max-y(sym-depth) > max-y-used
               move sf-max-y(sym-depth) to max-y-used end-if.
           if sf-min-x(sym-depth) < min-x-used
               move sf-min-x(sym-depth) to min-x-used end-if.
           if sf-min-y(sym-depth) < min-y-used
               move sf-min-y(sym-depth) to min-y-used end-if.
           move sf-pen-ch(sym-depth) to cur-pen-ch.
           move sf-pen-st(sym-depth) to cur-pen-st.
           move sf-layer(sym-depth) to cur-layer.
           move 1 to pen-sw.
           subtract 1 from sym-depth.

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

      * transformPoints and its loops apply the job's directive the
               move xf-fill-first to fl
               perform transformFills-loop
           end-if.
           if ndims >= xf-dim-first
               move xf-dim-first to dm
               perform transformDims-loop
           end-if.

       transformPoints-loop.
           move x(xf-k) to xf-tx.
           add 1 to fl.
           if fl not > nfills go to transformFills-loop.

       transformDims-loop.
           move dm-x1(dm) to xf-tx.
           move dm-y1(dm) to xf-ty.
           perform transformOne.
           compute dm-wx1 rounded = xf-rx.
           compute dm-wy1 rounded = xf-ry.
           move dm-x2(dm) to xf-tx.
           move dm-y2(dm) to xf-ty.
           perform transformOne.
           compute dm-wx2 rounded = xf-rx.
           compute dm-wy2 rounded = xf-ry.
           if dm-wx1 < 0 or dm-wx1 > canvas-max-x
                   or dm-wy1 < 0 or dm-wy1 > canvas-max-y
                   or dm-wx2 < 0 or dm-wx2 > canvas-max-x
                   or dm-wy2 < 0 or dm-wy2 > canvas-max-y
               move dm to chk-pt-ed
               move 0 to chk-lineno
               move spaces to chk-image
               string "DIMENSION " chk-pt-ed
                   delimited by size into chk-image
               move "TRANSFORMED COORDINATES LEAVE THE CANVAS"
                   to chk-reason
               perform chkReport
           else
               if xf-mirror = 0
                   move dm-wx1 to dm-x1(dm)
                   move dm-wy1 to dm-y1(dm)
                   move dm-wx2 to dm-x2(dm)
                   move dm-wy2 to dm-y2(dm)
               else
                   move dm-wx2 to dm-x1(dm)
                   move dm-wy2 to dm-y1(dm)
                   move dm-wx1 to dm-x2(dm)
                   move dm-wy1 to dm-y2(dm)
               end-if
               compute dm-off(dm) rounded =
                   ( dm-off(dm) * xf-scale ) / 100
           end-if.
           add 1 to dm.
           if dm not > ndims go to transformDims-loop.

      * resolveDims mirrors the plotter's dimension layout - the
      * dimension line at its offset and the length text centred on
      * it must both land on the canvas.
       resolveDims.
           move 1 to dm.
           perform resolveDims-one.

       resolveDims-one.
           move spaces to chk-reason.
           if dm-x1(dm) = dm-x2(dm) and dm-y1(dm) = dm-y2(dm)
               move "DIMENSION POINTS COINCIDE ONCE TRANSFORMED"
                   to chk-reason
           else
               perform resolveDims-layout
           end-if.
           if chk-reason not = spaces
               move dm to chk-pt-ed
               move 0 to chk-lineno
               move spaces to chk-image
               string "DIMENSION " chk-pt-ed
                   delimited by size into chk-image
               perform chkReport
           end-if.
           add 1 to dm.
           if dm not > ndims go to resolveDims-one.

       resolveDims-layout.
           compute dm-wdx = dm-x2(dm) - dm-x1(dm).
           compute dm-wdy = dm-y2(dm) - dm-y1(dm).
           compute dm-wlen =
               ( dm-wdx * dm-wdx + dm-wdy * dm-wdy ) ** 0.5.
           compute dm-len rounded = dm-wlen.
           compute dm-wx1 rounded = dm-x1(dm)
               - ( dm-wdy * dm-off(dm) ) / dm-wlen.
           compute dm-wy1 rounded = dm-y1(dm)
               + ( dm-wdx * dm-off(dm) ) / dm-wlen.
           compute dm-wx2 rounded = dm-x2(dm)
               - ( dm-wdy * dm-off(dm) ) / dm-wlen.
           compute dm-wy2 rounded = dm-y2(dm)
               + ( dm-wdx * dm-off(dm) ) / dm-wlen.
           move dm-len to dm-len-ed.
           move spaces to dm-text.
           unstring dm-len-ed delimited by all spaces
               into dm-skip dm-text.
           if dm-text = spaces
               move dm-len-ed to dm-text
           end-if.
           move 0 to dm-tlen.
           inspect dm-text tallying dm-tlen
               for characters before initial space.
           compute dm-wtx = ( dm-wx1 + dm-wx2 ) / 2
               - ( dm-tlen - 1 ) / 2.
           if dm-wx1 < 0 or dm-wx1 > canvas-max-x
                   or dm-wy1 < 0 or dm-wy1 > canvas-max-y
                   or dm-wx2 < 0 or dm-wx2 > canvas-max-x
                   or dm-wy2 < 0 or dm-wy2 > canvas-max-y
                   or dm-wtx < 0
                   or dm-wtx + dm-tlen - 1 > canvas-max-x
               move "DIMENSION LINE OR TEXT LEAVES THE CANVAS"
                   to chk-reason
           end-if.

      * resolveFills and its shape walk mirror the plotter's - every
      * fill seed must land inside a closed shape, and one that does
      * not is reported instead of aborting the scan.
               move "BAD OR OVERSIZE PARAMETRIC SHAPE RECORD"
                   to chk-reason
           end-if.
           if reject-sw = 8
               perform symReason
               move sym-why to chk-reason
           end-if.
           if reject-sw = 9
               move "BAD LAYER-SELECT RECORD" to chk-reason
           end-if.
           if reject-sw = 10
               move "BAD DIMENSION RECORD" to chk-reason
           end-if.
           move 0 to reject-sw.
           perform chkReport.

