               organization is line sequential
               file status is billstatus.

           select consfile assign to disk
               organization is line sequential
               file status is consstatus.

           select catfile assign to disk
               organization is indexed
               access is random
               record key is arch-key
               file status is archstatus.

      * symfile: catalog.dat again, under its own record area, so a
      * symbol can be looked up while a catalog job's own deck is
      * still being walked out of catrecord.
           select symfile assign to disk
               organization is indexed
               access is random
               record key is sym-key
               file status is symstatus.

      * jobctl: one input file name per line, each naming one diagram
      * to run through the same pipeline below in a single submission.
      * a line of *OVERLAY opens an overlay group and a line of *END
      * carry on exactly as before. The grid printout stays the
      * verification copy; the .plt file goes to the device. See
      * plotterOut.
      * a line of *LAYER name adds the named layer to the set the
      * jobs after it plot, and *ALLLAYERS (the default) goes back
      * to plotting every layer. Once the deck is read, transformed
      * and its fills resolved, entries on layers outside the set
      * are taken out of the tables - the points either side of a
      * dropped run pen-up broken, a fill dropped along with its
      * boundary shape - so the page, segfile, .plt stream, geometry
      * report and billing all see only what was plotted, and a
      * job using layers lists the plotted ones in its page header.
      * See layerFilter.
      * ifile: maximum of two 4-digit int per line, read into a and b.
      * a point line of 9999 9999 is a pen-up marker rather than a real
      * point (9999 is already out of range for any real coordinate) -
      * across pages and census into verifyOutput's mark count, and
      * the shape's enclosed area joins its perimeter on the geometry
      * report. See readFill/resolveFills/plotFill.
      * a line of 1212 1212 is a symbol placement record: the name of
      * a catalog entry (20 characters), then insertion-point x and
      * y, scale percent (blank = 100) and rotation in degrees. The
      * entry's deck - its own point-count header, points and marker
      * records - is expanded in place as if keyed there: pen-up
      * broken from whatever came before, on the caller's pen until
      * the symbol selects its own, and counted against the same
      * max-points quota. Once the symbol's deck is read its points,
      * curves, labels and fill seeds are scaled, rotated about the
      * symbol's own origin and moved to the insertion point, the
      * same arithmetic a 5555 directive uses (so a symbol is drawn
      * in non-negative coordinates about its origin); the job's own
      * directive, if any, then moves the whole drawing as before.
      * A symbol may place other symbols, up to sym-max-depth deep;
      * a symbol that places itself, directly or further down, an
      * entry not on file or not released, or a 5555 directive
      * inside a symbol is rejected, abort code 16. A @name#NNN
      * back-revision plot takes its symbols at their current
      * revision. See readSymbol/symExpand/symPop.
      * a line of 1313 1313 is a layer-select record: a layer name
      * of up to eight characters (no embedded blanks). Like a 6666
      * pen select, the layer stays in effect for every point,
      * curve, label and fill read after it until the next layer
      * select; entries ahead of the first one sit on layer 0. A
      * symbol starts on its caller's layer and hands it back when
      * it is done. Every layer is read and validated in full; the
      * jobctl *LAYER selection below only decides what goes to
      * paper. A blank name, or more than lyr-max layers in one
      * job, is rejected, abort code 17. See readLayer.
      * a line of 1414 1414 is a dimension record: X1 Y1 X2 Y2 of the
      * two points measured and the offset, in cells, of the
      * dimension line from the line between them - to the left
      * looking from the first point to the second, so keying the
      * points the other way round puts the dimension on the other
      * side. The dimension rides through the 5555 directive (and
      * a symbol's placement) with the drawing; only once the job is
      * transformed are the extension and dimension lines laid out
      * and the measured length worked out and stamped, centred on
      * the dimension line, so the number always matches the drawing
      * on the sheet. Dimensions tile and clip like labels, go out
      * on the segfile as DIM rows (read back on import) and to the
      * .plt stream, and reportGeometry lists each one's value. A
      * point off the canvas, two coincident points, a dimension past
      * dm-max, or a dimension line or text that leaves the canvas
      * is rejected, abort code 18. See readDim and resolveDims.
      * ofile: records of 132 characters per line (wide-carriage page).
      * ckfile: one checkpoint record, rewritten after every completed
      * segment, so a restart can pick up at the last finished point
      * file; output files drop the @, and a solo catalog job stamps
      * the record's last-plotted date when it completes. The
      * catalog is maintained by the DDACAT utility.
      * every catalog entry also carries a release status - D draft
      * (every ADD and REPLACE lands as one), R released, H on hold
      * - with the approver and approval date DDACAT's RELEASE and
      * HOLD verbs stamp. Only a released entry goes to paper as a
      * production @name job (or overlay member @name); a draft or
      * held entry is rejected before anything is read, abort code
      * 15, and queued for retry like any other reject. A @name#NNN
      * back-revision plot reads the archive, which carries no
      * status, and is not gated.
      * a catalog entry may also carry a unit of measure (MM, CM, M,
      * IN or FT) and how many of those units one grid cell spans,
      * both set through DDACAT's UNITS verb. A job plotted from such
      * an entry prints the scale and a scale bar in its page
      * header, gives its geometry report in real units next to the
      * cells, and bills its drawn length in metres as well. A back-
      * revision plot takes the current entry's scale, and an overlay
      * the first member's that carries one. See takeUnits.
      * a jobctl entry of @name#NNN (three-digit revision) pulls
      * revision NNN out of the revision archive DDACAT's REPLACE
      * retires old decks into, instead of the current catalog
      * shape, totals for drawn length and pen-up travel, and the
      * bounding box - so drawn-length billing comes off the report
      * instead of a ruler on the printout. See reportGeometry.
      * A job with a scale has each figure followed by the same
      * measure in its real units, areas in square units.
      * billfile: the cumulative billing detail file - one fixed-
      * layout record per completed job (run date, job name, drawn
      * length, pen-up travel, page count, shape count), appended
      * the way audit lines are, so the month-end DDABILL run prices
      * jobs off machine-readable totals instead of a clerk retyping
      * them from the .rpt printout. See billingDetail.
      * A job with a scale also carries its drawn length in metres
      * at column 82, after the columns DDABILL keeps its marks in;
      * blank for a job in bare grid cells.
      * consfile: the cumulative consumables detail file - for each
      * completed job one paper line (pages printed) and one line
      * per pen character with the length that pen drew, appended
      * alongside the billing record, so DDASTOCK can post the
      * night's paper and pen usage against the stock master. See
      * usageDetail.
      *
      * ifile/ofile/ckfile are all assigned to WS data names instead of
      * a literal file-id, since each job named in jobctl gets its own
       01 rptrecord pic X(100).
       fd billfile label record is standard
           value of file-id is "billing.dat".
       01 billrecord pic X(100).
       fd consfile label record is standard
           value of file-id is "consume.dat".
       01 consrecord pic X(80).
       fd pltfile label record is standard.
       01 pltrecord pic X(60).
       fd retryfile label record is standard
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
           05 arch-lines pic 9(4).
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

      * n: number of points
      * x: x-coordinate of input points (array)
               10 pen-break pic 9.
               10 pen-char pic X(1).
               10 pen-style pic 9(1).
               10 pen-layer pic 9(2).
       01 pen-sw pic 9 value 0.

      * wrecord: working copy of the raw IRECORD, so marker records
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

      * curve records parsed out of the deck: center, radius and the
      * start/end angles, drawn by plotCurve once the straight
               10 curve-a2 pic 9(4).
               10 curve-ch pic X(1).
               10 curve-st pic 9(1).
               10 curve-ly pic 9(2).

      * arc stepping work fields: the angle walks from the start angle
      * across the sweep in enough steps that adjacent marks touch,
               10 fill-sp pic 9(2).
               10 fill-p1 pic 9(3).
               10 fill-pn pic 9(3).
               10 fill-ly pic 9(2).

      * fill work fields: the shape walk resolveFills makes (shape
      * start/end/edge cursors and the crossing-parity count of the
       01 dash-r pic 9(1) value 0.
       01 dash-sw pic 9 value 1.

      * drawing layers (1313 marker): the layer in effect while the
      * deck is read, carried onto each point, curve, label and fill
      * the way the pen is; the job's layer names (entry 1 is the
      * default layer 0), whether each goes to paper and how many
      * entries it holds; and the jobctl *LAYER selection in force.
      * lf- fields are layerFilter's compaction cursors and the old
      * to new point numbering a fill's boundary is carried across.
       01 cur-layer pic 9(2) value 1.
       01 lyr-count pic 9(2) value 1.
       01 lyr-max pic 9(2) value 20.
       01 lyr-k pic 9(2) value 0.
       01 lyr-used-sw pic 9 value 0.
       01 lyr-drop-sw pic 9 value 0.
       01 lyr-ptr pic 9(3) value 1.
       01 lyrdata.
           05 lyrs occurs 20 times.
               10 lyr-name pic X(8).
               10 lyr-on pic 9.
               10 lyr-ents pic 9(4).
       01 sel-count pic 9(2) value 0.
       01 sel-max pic 9(2) value 10.
       01 sel-k pic 9(2) value 0.
       01 seldata.
           05 sel-name pic X(8) occurs 10.
       01 jc-work pic X(20).
       01 jc-work-red redefines jc-work.
           05 jc-verb pic X(7).
           05 jc-layer pic X(8).
           05 filler pic X(5).
       01 lf-k pic 9(4).
       01 lf-nk pic 9(4).
       01 lf-gap-sw pic 9.
       01 lf-map.
           05 lf-new pic 9(3) occurs 999.

      * annotation records parsed out of the deck (7777 marker): the
      * anchor cell, the text, and its trimmed length so trailing
      * blanks are never stamped over the drawing.
               10 lab-text pic X(30).
               10 lab-ch redefines lab-text
                   pic X(1) occurs 30.
               10 lab-ly pic 9(2).

      * dimension records parsed out of the deck (1414 marker): the
      * measured points and the offset as keyed (transformed with
      * the deck), the pen and layer in effect, then - laid out by
      * resolveDims - the dimension line's ends, the measured length
      * and the text stamped centred on it. dm-w fields are signed
      * work fields for the layout, which can fall off the canvas.
       01 ndims pic 9(2) value 0.
       01 dm pic 9(2) value 0.
       01 dm-k pic 9(2) value 0.
       01 dm-max pic 9(2) value 20.
       01 dimdata.
           05 dims occurs 20 times.
               10 dm-x1 pic 9(4).
               10 dm-y1 pic 9(4).
               10 dm-x2 pic 9(4).
               10 dm-y2 pic 9(4).
               10 dm-off pic 9(4).
               10 dm-ch pic X(1).
               10 dm-st pic 9(1).
               10 dm-ly pic 9(2).
               10 dm-qx1 pic 9(4).
               10 dm-qy1 pic 9(4).
               10 dm-qx2 pic 9(4).
               10 dm-qy2 pic 9(4).
               10 dm-len pic 9(5)V99.
               10 dm-tx pic 9(4).
               10 dm-ty pic 9(4).
               10 dm-tlen pic 9(2).
               10 dm-text pic X(10).
               10 dm-tch redefines dm-text
                   pic X(1) occurs 10.
       01 dm-wdx pic S9(5)V9(4).
       01 dm-wdy pic S9(5)V9(4).
       01 dm-wlen pic 9(5)V9(4).
       01 dm-wx1 pic S9(5).
       01 dm-wy1 pic S9(5).
       01 dm-wx2 pic S9(5).
       01 dm-wy2 pic S9(5).
       01 dm-wtx pic S9(5).
       01 dm-len-ed pic ZZZZ9.99.
       01 dm-skip pic X(8).
       01 dm-verb pic X(5).
       01 dm-ax pic 9(4).
       01 dm-ay pic 9(4).
       01 dm-bx pic 9(4).
       01 dm-by pic 9(4).

      * per-job transformation directive (5555 marker) and the work
      * fields transformPoints/transformOne push each coordinate
       01 xf-a2 pic S9(5).
       01 xf-q pic 9(3).
       01 xf-r pic 9(8).

      * symbol expansion state (1212 marker): one frame per symbol
      * being expanded, innermost last - the symbol's deck lines and
      * read cursor, the points its header still owes, where it is
      * to be placed, where its entries start in the shared tables,
      * and the caller's pen and extents to come back to. The job's
      * own directive is parked in the sv- fields while a frame's
      * placement borrows transformPoints.
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
       01 ostatus pic X(2) value spaces.
       01 ckstatus pic X(2) value spaces.
       01 audit-date pic 9(8).
       01 audit-time pic 9(8).
       01 final-i pic 9(3) value 0.
       01 reject-sw pic 9(2) value 0.
       01 abort-sw pic 9(2) value 0.
       01 job-name pic X(20) value "input.txt".
       01 job-name-ch redefines job-name
       01 job-base pic X(20) value spaces.
       01 cat-skip pic X(1) value spaces.
       01 cat-k pic 9(4) value 0.
      * the release status of an entry refused for paper (D draft,
      * H on hold), kept for the reject message and retry reason.
       01 cat-held-st pic X(1) value spaces.

      * real-world units: the job's unit of measure and how many of
      * them one grid cell spans, off its catalog entry, and the
      * metres in one unit for billing - blank and zero for a loose
      * deck or an entry in bare grid cells.
       01 job-unit pic X(2) value spaces.
       01 job-scale pic 9(4)V9(4) value 0.
       01 job-mpu pic 9V9(4) value 0.
       01 scale-ed pic ZZZ9.9999.
       01 scale-txt pic X(10) value spaces.
       01 scale-skip pic X(8) value spaces.
      * the scale bar's length is the longest round figure - one,
      * two or five times a power of ten - that spans no more than
      * bar-limit cells; bar-text is how it is printed.
       01 bar-values.
           05 filler pic 9(6)V9(4) value 0.0001.
           05 filler pic X(8) value "0.0001".
           05 filler pic 9(6)V9(4) value 0.0002.
           05 filler pic X(8) value "0.0002".
           05 filler pic 9(6)V9(4) value 0.0005.
           05 filler pic X(8) value "0.0005".
           05 filler pic 9(6)V9(4) value 0.001.
           05 filler pic X(8) value "0.001".
           05 filler pic 9(6)V9(4) value 0.002.
           05 filler pic X(8) value "0.002".
           05 filler pic 9(6)V9(4) value 0.005.
           05 filler pic X(8) value "0.005".
           05 filler pic 9(6)V9(4) value 0.01.
           05 filler pic X(8) value "0.01".
           05 filler pic 9(6)V9(4) value 0.02.
           05 filler pic X(8) value "0.02".
           05 filler pic 9(6)V9(4) value 0.05.
           05 filler pic X(8) value "0.05".
           05 filler pic 9(6)V9(4) value 0.1.
           05 filler pic X(8) value "0.1".
           05 filler pic 9(6)V9(4) value 0.2.
           05 filler pic X(8) value "0.2".
           05 filler pic 9(6)V9(4) value 0.5.
           05 filler pic X(8) value "0.5".
           05 filler pic 9(6)V9(4) value 1.
           05 filler pic X(8) value "1".
           05 filler pic 9(6)V9(4) value 2.
           05 filler pic X(8) value "2".
           05 filler pic 9(6)V9(4) value 5.
           05 filler pic X(8) value "5".
           05 filler pic 9(6)V9(4) value 10.
           05 filler pic X(8) value "10".
           05 filler pic 9(6)V9(4) value 20.
           05 filler pic X(8) value "20".
           05 filler pic 9(6)V9(4) value 50.
           05 filler pic X(8) value "50".
           05 filler pic 9(6)V9(4) value 100.
           05 filler pic X(8) value "100".
           05 filler pic 9(6)V9(4) value 200.
           05 filler pic X(8) value "200".
           05 filler pic 9(6)V9(4) value 500.
           05 filler pic X(8) value "500".
           05 filler pic 9(6)V9(4) value 1000.
           05 filler pic X(8) value "1000".
           05 filler pic 9(6)V9(4) value 2000.
           05 filler pic X(8) value "2000".
           05 filler pic 9(6)V9(4) value 5000.
           05 filler pic X(8) value "5000".
           05 filler pic 9(6)V9(4) value 10000.
           05 filler pic X(8) value "10000".
           05 filler pic 9(6)V9(4) value 20000.
           05 filler pic X(8) value "20000".
           05 filler pic 9(6)V9(4) value 50000.
           05 filler pic X(8) value "50000".
           05 filler pic 9(6)V9(4) value 100000.
           05 filler pic X(8) value "100000".
           05 filler pic 9(6)V9(4) value 200000.
           05 filler pic X(8) value "200000".
           05 filler pic 9(6)V9(4) value 500000.
           05 filler pic X(8) value "500000".
       01 bar-table redefines bar-values.
           05 bars occurs 30 times.
               10 bar-len pic 9(6)V9(4).
               10 bar-text pic X(8).
       01 bar-k pic 9(2) value 0.
       01 bar-max pic 9(2) value 30.
       01 bar-limit pic 9(3) value 100.
       01 bar-cells pic 9(10) value 0.
       01 bar-i pic 9(10) value 0.
       01 bar-ptr pic 9(3) value 1.

      * back-revision state: a @name#NNN job plots archived revision
      * NNN. The parse lands the requested revision in job-rev-req
       01 rev-x3 pic X(3) value spaces.
       01 rev-ed pic ZZ9.
       01 audit-rev pic X(9) value spaces.
       01 audit-ovl pic X(4) value spaces.

      * skip-sw: set by checkpointRead when the checkpoint shows this
      * job already ran to completion, so runJob does not redo it.
       01 xf-curve-first pic 9(3) value 1.
       01 xf-label-first pic 9(3) value 1.
       01 xf-fill-first pic 9(2) value 1.
       01 xf-dim-first pic 9(2) value 1.
       01 ifile-name pic X(20) value spaces.
       01 ifile-name-ch redefines ifile-name
           pic X(1) occurs 20.
       01 rpt-dx pic S9(5).
       01 rpt-dy pic S9(5).
       01 rpt-len pic 9(6)V99.
       01 rpt-dim-len pic 9(6)V99.
       01 rpt-drawn pic 9(8)V99 value 0.
       01 rpt-travel pic 9(8)V99 value 0.
       01 rpt-perim pic 9(8)V99 value 0.
       01 rpt-area pic 9(8)V99 value 0.
       01 rpt-area-ed pic ZZZZZZZ9.99.
       01 rpt-fill-sw pic 9 value 0.
      * the same figures in real units for a job with a scale: a
      * length, its "= nnn UU" tail for the report line, an area in
      * square units and the bounding box corners.
       01 rpt-real-in pic 9(8)V99 value 0.
       01 rpt-real pic 9(12)V99 value 0.
       01 rpt-real-ed pic ZZZZZZZZZZZ9.99.
       01 rpt-real-txt pic X(22) value spaces.
       01 rpt-rarea pic 9(14)V99 value 0.
       01 rpt-rarea-ed pic ZZZZZZZZZZZZZ9.99.
       01 rpt-bb pic 9(8)V99 value 0.
       01 rpt-bb-x1 pic ZZZZZZZ9.99.
       01 rpt-bb-y1 pic ZZZZZZZ9.99.
       01 rpt-bb-x2 pic ZZZZZZZ9.99.
       01 rpt-bb-y2 pic ZZZZZZZ9.99.
       01 min-x-used pic 9(4) value 9998.
       01 min-y-used pic 9(4) value 9998.

           05 bil-pages pic 9(5).
           05 filler pic X(1) value space.
           05 bil-shapes pic 9(3).
           05 filler pic X(20) value spaces.
           05 bil-metres pic 9(9)V999.
           05 bil-metres-x redefines bil-metres pic X(12).

      * consumables detail record (consfile): type P is paper, its
      * quantity the pages printed; type N is one pen character, its
      * quantity the length drawn with it. The rest of the line is
      * left blank for DDASTOCK's posting mark. The pen usage table
      * is summed pen by pen as reportGeometry walks the drawing -
      * the same segments and curves the drawn-length total counts.
       01 consstatus pic X(2) value spaces.
       01 conrec.
           05 con-date pic 9(8).
           05 filler pic X(1) value space.
           05 con-job pic X(20).
           05 filler pic X(1) value space.
           05 con-type pic X(1).
           05 filler pic X(1) value space.
           05 con-pen pic X(1).
           05 filler pic X(1) value space.
           05 con-qty pic 9(8)V99.
       01 npu pic 9(2) value 0.
       01 pu-max pic 9(2) value 20.
       01 pu-k pic 9(2) value 0.
       01 pu-ch-w pic X(1) value space.
       01 pudata.
           05 pus occurs 20 times.
               10 pu-ch pic X(1).
               10 pu-len pic 9(8)V99.

      * CSV export fields for segExportRow - edited so the interchange
      * file carries plain decimal values, not IRECORD's zero-padding.
       job-loop.
           read jobctl at end move 0 to job-more-sw.
           if job-more-sw = 1
               move jcrecord to jc-work
               if jcrecord = "*RETRY"
                   perform retryResubmit
               else
               if jcrecord = "*ALLLAYERS"
                   move 0 to sel-count
               else
               if jc-verb = "*LAYER "
                   perform layerSelect
               else
               if jcrecord = "*PLOTTER"
                   move 1 to plt-sw
               else
               end-if
               end-if
               end-if
               end-if
               end-if
               go to job-loop
           end-if.

      * layerSelect: one *LAYER line - the name joins the set the
      * jobs after it plot; a name already in the set, or one past
      * the set's limit, changes nothing.
       layerSelect.
           if jc-layer = spaces
               display "Layer name missing, ignored: " jcrecord
           else
               move 0 to lyr-k
               move 1 to sel-k
               if sel-count > 0 perform layerSelect-find end-if
               if lyr-k = 0
                   if sel-count < sel-max
                       add 1 to sel-count
                       move jc-layer to sel-name(sel-count)
                   else
                       display "Layer selection limit reached, "
                           "ignored: " jcrecord
                   end-if
               end-if
           end-if.

       layerSelect-find.
           if sel-name(sel-k) = jc-layer move sel-k to lyr-k end-if.
           add 1 to sel-k.
           if sel-k not > sel-count go to layerSelect-find.

      * runJob: runs one diagram end to end - read its points, plot
      * them, print the page, and append an audit record - regardless
      * of whether this job succeeds, so one bad job in a batch does
           if abort-sw = 0 and nfills > 0
               perform resolveFills
           end-if.
           if abort-sw = 0 and ndims > 0
               perform resolveDims
           end-if.
           if abort-sw = 0
               perform layerFilter
           end-if.
           perform jobMessages.
           perform jobPlot.
      * a back-revision plot never stamps the catalog - the
           if abort-sw = 0 and nfills > 0
               perform resolveFills
           end-if.
           if abort-sw = 0 and ndims > 0
               perform resolveDims
           end-if.
           if abort-sw = 0
               perform layerFilter
           end-if.
           perform jobMessages.
           perform jobPlot.
           perform auditLog.
               into ifile-name.
           move ov-pen(ov-k) to cur-pen-ch.
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
           if abort-sw = 0 and xf-sw = 1
               perform transformPoints
           move 1 to xf-curve-first.
           move 1 to xf-label-first.
           move 1 to xf-fill-first.
           move 1 to xf-dim-first.
           move 0 to ndims.
           move 0 to nfills.
           move spaces to fail-image.
           move spaces to cat-held-st.
           move 0 to sym-depth.
           move 0 to sym-err.
           move spaces to sym-bad-name.
           move 1 to cur-layer.
           move 1 to lyr-count.
           move "0" to lyr-name(1).
           move 0 to lyr-used-sw.
           move spaces to job-unit.
           move 0 to job-scale.
           move 0 to job-mpu.

      * jobMessages: the reject/abort notices both drivers report
      * the same way.
               display "Rejected: bad back-revision request "
                   "(use @name#NNN): " job-name
           end-if.
           if abort-sw = 15
               if cat-held-st = "H"
                   display "Rejected: catalog entry is on hold: "
                       job-name
               else
                   display "Rejected: catalog entry is not "
                       "released (draft): " job-name
               end-if
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
                   "canvas, coincident points or over " dm-max
                   " dimensions): " job-name
           end-if.

      * jobPlot: checkpoint gate, paging and printing for one
      * composed point set, shared by runJob and runOverlay.
               if abort-sw = 0 and skip-sw = 0
                       and rptstatus = "00"
                   perform billingDetail
                   perform usageDetail
               end-if
           else
      * a reject raised after the whole deck was read leaves i one
               move 1 to cv
               perform curveLoop
           end-if.
           if ndims > 0
               move 1 to dm
               perform dimLoop
           end-if.
           if nfills > 0
               move 1 to fl
               perform fillLoop
           move 2 to flag.
           go to plotCurve.

      * dimLoop/dimLine: one pass per dimension, redrawn against
      * every tile like the curves - the extension line from each
      * measured point out to the dimension line (none when the
      * offset is nil), then the dimension line itself, each through
      * plotLine with the ends ordered the way setupPoints orders a
      * segment. The text goes on with the labels in plotPrintPage.
      * Each dimension's DIM row goes out once, on page 1 of a fresh
      * run, as the CRV rows do.
       dimLoop.
           move dm-ch(dm) to seg-ch.
           move dm-st(dm) to seg-st.
           if dm-off(dm) > 0
               move dm-x1(dm) to dm-ax
               move dm-y1(dm) to dm-ay
               move dm-qx1(dm) to dm-bx
               move dm-qy1(dm) to dm-by
               perform dimLine
               move dm-x2(dm) to dm-ax
               move dm-y2(dm) to dm-ay
               move dm-qx2(dm) to dm-bx
               move dm-qy2(dm) to dm-by
               perform dimLine
           end-if.
           move dm-qx1(dm) to dm-ax.
           move dm-qy1(dm) to dm-ay.
           move dm-qx2(dm) to dm-bx.
           move dm-qy2(dm) to dm-by.
           perform dimLine.
           if page-no = 1 and resume-i = 1
               perform segExportDimRow
           end-if.
           add 1 to dm.
           if dm not > ndims go to dimLoop.

       dimLine.
           compute c1 = dm-ax + dm-ay.
           compute c2 = dm-bx + dm-by.
           if c1 > c2
               move dm-bx to xi
               move dm-by to yi
               move dm-ax to xj
               move dm-ay to yj
           else
               move dm-ax to xi
               move dm-ay to yi
               move dm-bx to xj
               move dm-by to yj
           end-if.
           if xj = xi
               move 3 to flag
           else
               compute m = ( yj - yi ) / ( xj - xi )
                   on size error move 999 to m
               end-compute
               compute m2 = m ** 2
                   on size error move 999 to m2
               end-compute
               move 1 to flag
           end-if.
           perform plotLine.

      * segExportOpen/-Row/-Close: write segfile, a CSV row per DDA
      * segment drawn this run. A resumed run (resume-i > 1) extends
      * the prior run's segfile instead of starting a fresh one.
      * Curve records go out as CRV rows - center, radius and angles
      * rather than endpoints - so the interchange file carries the
      * true curve, not a chord approximation. Dimensions go out as
      * DIM rows - the measured points and the offset as drawn - so
      * an import lays them out and measures them again.
       segExportOpen.
           if resume-i > 1
               open extend segfile
               delimited by size into segrecord.
           write segrecord.

       segExportDimRow.
           move dm-x1(dm) to seg-x1.
           move dm-y1(dm) to seg-y1.
           move dm-x2(dm) to seg-x2.
           move dm-y2(dm) to seg-y2.
           move dm-off(dm) to seg-r.
           move spaces to segrecord.
           string "DIM," seg-x1 "," seg-y1 ","
               seg-x2 "," seg-y2 "," seg-r
               delimited by size into segrecord.
           write segrecord.

       segExportClose.
           close segfile.

               perform verifyRead
           end-if.
           perform verifyRead.
      * and a LAYERS line after the points line when layers are in
      * play.
           if lyr-used-sw = 1 or sel-count > 0
               perform verifyRead
           end-if.
      * and the scale line and scale bar when the job has a scale.
           if job-unit not = spaces
               perform verifyRead
               perform verifyRead
           end-if.
           perform verifyRead.
           if verify-status = "OK" and ver-t4 not = "PAGE"
               move "NG" to verify-status
               string "JOB: " job-name
                   delimited by size into rptrecord
               write rptrecord
               if job-unit not = spaces
                   perform scaleText
                   move spaces to rptrecord
                   string "SCALE: 1 CELL = " delimited by size
                       scale-txt delimited by space
                       " " delimited by size
                       job-unit delimited by space
                       " - FIGURES IN CELLS, THEN IN "
                       delimited by size
                       job-unit delimited by space
                       into rptrecord
                   write rptrecord
               end-if
               move spaces to rptrecord
               write rptrecord
               move 0 to rpt-drawn
               move 0 to rpt-travel
               move 0 to rpt-shape
               move 0 to npu
               if n > 1
                   move 1 to rpt-k
                   move 1 to rpt-shape-start
                   move 1 to cv
                   perform reportCurve-loop
               end-if
               if ndims > 0
                   move 1 to dm
                   perform reportDim-loop
               end-if
               move rpt-drawn to rpt-tot-ed
               move rpt-drawn to rpt-real-in
               perform realLength
               move spaces to rptrecord
               string "TOTAL DRAWN LENGTH " rpt-tot-ed rpt-real-txt
                   delimited by size into rptrecord
               write rptrecord
               move rpt-travel to rpt-tot-ed
               move rpt-travel to rpt-real-in
               perform realLength
               move spaces to rptrecord
               string "PEN-UP TRAVEL      " rpt-tot-ed rpt-real-txt
                   delimited by size into rptrecord
               write rptrecord
               move spaces to rptrecord
                   string "BOUNDING BOX  (" pt-x "," pt-y ")-("
                       win-x1 "," win-y1 ")"
                       delimited by size into rptrecord
                   if job-unit not = spaces
                       perform reportBox
                   end-if
               end-if
               write rptrecord
               close rptfile
               move 0 to rpt-area2
           else
               add rpt-len to rpt-drawn
               move pen-char(c3) to pu-ch-w
               perform penUsage
               add rpt-len to rpt-perim
               add 1 to rpt-segs
               compute rpt-area2 = rpt-area2
               move x(c3) to seg-x2
               move y(c3) to seg-y2
               move rpt-len to rpt-len-ed
               move rpt-len to rpt-real-in
               perform realLength
               move spaces to rptrecord
               string "SEG " seg-no "  (" seg-x1 "," seg-y1
                   ")-(" seg-x2 "," seg-y2 ")  LENGTH " rpt-len-ed
                   rpt-real-txt
                   delimited by size into rptrecord
               write rptrecord
           end-if.
                       delimited by size into rptrecord
               end-if
               write rptrecord
      * with a scale, a closed shape's perimeter (and a filled one's
      * area) follow on a line of their own in real units.
               if job-unit not = spaces and rpt-segs > 1
                       and x(rpt-shape-start) = x(rpt-k)
                       and y(rpt-shape-start) = y(rpt-k)
                   perform reportShape-real
               end-if
           end-if.

      * reportShape-real: the perimeter in units, and the area in
      * square units - the cell area times the scale squared. An
      * area too large to print is said so rather than cut short.
       reportShape-real.
           compute rpt-real rounded = rpt-perim * job-scale.
           move rpt-real to rpt-real-ed.
           move spaces to rptrecord.
           if rpt-fill-sw = 1
               compute rpt-rarea rounded =
                   rpt-area * job-scale * job-scale
                   on size error
                       move 0 to rpt-rarea
                       string "                PERIMETER = "
                           rpt-real-ed " " job-unit
                           "  AREA TOO LARGE TO PRINT"
                           delimited by size into rptrecord
                   not on size error
                       move rpt-rarea to rpt-rarea-ed
                       string "                PERIMETER = "
                           rpt-real-ed " " job-unit
                           "  AREA = " rpt-rarea-ed " SQ " job-unit
                           delimited by size into rptrecord
               end-compute
           else
               string "                PERIMETER = "
                   rpt-real-ed " " job-unit
                   delimited by size into rptrecord
           end-if.
           write rptrecord.

      * realLength: the "= nnn UU" tail a report line carries for a
      * length in rpt-real-in, blank for a job in bare grid cells.
       realLength.
           move spaces to rpt-real-txt.
           if job-unit not = spaces
               compute rpt-real rounded = rpt-real-in * job-scale
               move rpt-real to rpt-real-ed
               string "  = " rpt-real-ed " " job-unit
                   delimited by size into rpt-real-txt
           end-if.

      * reportBox: the bounding box corners in real units, after the
      * cell corners on the same line.
       reportBox.
           compute rpt-bb rounded = min-x-used * job-scale.
           move rpt-bb to rpt-bb-x1.
           compute rpt-bb rounded = min-y-used * job-scale.
           move rpt-bb to rpt-bb-y1.
           compute rpt-bb rounded = max-x-used * job-scale.
           move rpt-bb to rpt-bb-x2.
           compute rpt-bb rounded = max-y-used * job-scale.
           move rpt-bb to rpt-bb-y2.
           string "BOUNDING BOX  (" pt-x "," pt-y ")-("
               win-x1 "," win-y1 ")  = (" rpt-bb-x1 "," rpt-bb-y1
               ")-(" rpt-bb-x2 "," rpt-bb-y2 ") " job-unit
               delimited by size into rptrecord.

      * reportShape-fill: did a fill record resolve to the shape
      * that starts at rpt-shape-start?
       reportShape-fill.
           compute rpt-len rounded = curve-r(cv) * arc-span
               * deg-to-rad.
           add rpt-len to rpt-drawn.
           move curve-ch(cv) to pu-ch-w.
           perform penUsage.
           move cv to seg-no.
           move curve-cx(cv) to seg-x1.
           move curve-cy(cv) to seg-y1.
           move curve-a1(cv) to seg-a1.
           move curve-a2(cv) to seg-a2.
           move rpt-len to rpt-len-ed.
           move rpt-len to rpt-real-in.
           perform realLength.
           move spaces to rptrecord.
           string "CRV " seg-no "  CENTER(" seg-x1 "," seg-y1
               ") R" seg-r "  ARC" seg-a1 "-" seg-a2
               "  LENGTH " rpt-len-ed rpt-real-txt
               delimited by size into rptrecord.
           write rptrecord.
           add 1 to cv.
           if cv not > ncurves go to reportCurve-loop.

      * penUsage/-find: rpt-len onto the pen usage table under the
      * pen character in pu-ch-w, a new slot the first time that
      * pen draws. A job with more pens than the table holds has
      * the overflow reported and left off the consumables file.
       penUsage.
           move 0 to pu-k.
           if npu > 0
               move npu to pu-k
               perform penUsage-find
           end-if.
           if pu-k = 0
               if npu < pu-max
                   add 1 to npu
                   move npu to pu-k
                   move pu-ch-w to pu-ch(pu-k)
                   move 0 to pu-len(pu-k)
               else
                   display "Pen usage table full, not tallied: "
                       pu-ch-w " " job-name
               end-if
           end-if.
           if pu-k > 0
               add rpt-len to pu-len(pu-k)
           end-if.

       penUsage-find.
           if pu-ch(pu-k) not = pu-ch-w
               subtract 1 from pu-k
               if pu-k > 0
                   go to penUsage-find
               end-if
           end-if.

      * reportDim-loop: each dimension's measured points and the
      * value stamped on the sheet, character for character. A
      * dimension is annotation - it adds nothing to the drawn
      * length - but its pen still draws the run plotterDims puts
      * out, and that goes onto the pen usage table.
       reportDim-loop.
           move dm to seg-no.
           move dm-x1(dm) to seg-x1.
           move dm-y1(dm) to seg-y1.
           move dm-x2(dm) to seg-x2.
           move dm-y2(dm) to seg-y2.
           move dm-len(dm) to rpt-real-in.
           perform realLength.
           move spaces to rptrecord.
           string "DIM " seg-no "  (" seg-x1 "," seg-y1
               ")-(" seg-x2 "," seg-y2 ")  VALUE "
               dm-text(dm) rpt-real-txt
               delimited by size into rptrecord.
           write rptrecord.
           move 0 to rpt-dim-len.
           move dm-x1(dm) to dm-ax.
           move dm-y1(dm) to dm-ay.
           if dm-off(dm) > 0
               move dm-qx1(dm) to dm-bx
               move dm-qy1(dm) to dm-by
               perform reportDimLeg
               move dm-qx2(dm) to dm-bx
               move dm-qy2(dm) to dm-by
               perform reportDimLeg
           end-if.
           move dm-x2(dm) to dm-bx.
           move dm-y2(dm) to dm-by.
           perform reportDimLeg.
           move rpt-dim-len to rpt-len.
           move dm-ch(dm) to pu-ch-w.
           perform penUsage.
           add 1 to dm.
           if dm not > ndims go to reportDim-loop.

      * reportDimLeg: one leg of a dimension's pen run, (dm-ax,dm-ay)
      * to (dm-bx,dm-by), onto rpt-dim-len; the leg's end becomes
      * the next one's start.
       reportDimLeg.
           compute rpt-dx = dm-bx - dm-ax.
           compute rpt-dy = dm-by - dm-ay.
           compute rpt-len =
               ( rpt-dx * rpt-dx + rpt-dy * rpt-dy ) ** 0.5.
           add rpt-len to rpt-dim-len.
           move dm-bx to dm-ax.
           move dm-by to dm-ay.

      * plotterOut: the per-job pen-plotter command stream, cut from
      * the same point, curve and label tables the rasterizer walks.
      * One PEN per pen change, a pen-up MOVE wherever PEN-BREAK
                   move 1 to lb
                   perform plotterLabels
               end-if
               if ndims > 0
                   move 1 to dm
                   perform plotterDims
               end-if
               move spaces to pltrecord
               string "END" delimited by size into pltrecord
               write pltrecord
           add 1 to lb.
           if lb not > nlabels go to plotterLabels.

      * plotterDims: a dimension is one pen-down run out along the
      * first extension line, across the dimension line and back
      * down the second, then its text as a LABL.
       plotterDims.
           if dm-ch(dm) not = plt-cur-ch
                   or dm-st(dm) not = plt-cur-st
               move dm-ch(dm) to plt-cur-ch
               move dm-st(dm) to plt-cur-st
               perform plotterPen
           end-if.
           move dm-x1(dm) to dm-ax.
           move dm-y1(dm) to dm-ay.
           move "MOVE " to dm-verb.
           perform plotterDimPt.
           move "DRAW " to dm-verb.
           if dm-off(dm) > 0
               move dm-qx1(dm) to dm-ax
               move dm-qy1(dm) to dm-ay
               perform plotterDimPt
               move dm-qx2(dm) to dm-ax
               move dm-qy2(dm) to dm-ay
               perform plotterDimPt
           end-if.
           move dm-x2(dm) to dm-ax.
           move dm-y2(dm) to dm-ay.
           perform plotterDimPt.
           compute plt-x rounded = dm-tx(dm) * plt-scale.
           compute plt-y rounded = dm-ty(dm) * plt-scale.
           move spaces to pltrecord.
           string "LABL " plt-x " " plt-y " " dm-text(dm)
               delimited by size into pltrecord.
           write pltrecord.
           add 1 to dm.
           if dm not > ndims go to plotterDims.

       plotterDimPt.
           compute plt-x rounded = dm-ax * plt-scale.
           compute plt-y rounded = dm-ay * plt-scale.
           move spaces to pltrecord.
           string dm-verb plt-x " " plt-y
               delimited by size into pltrecord.
           write pltrecord.

      * billingDetail: append this job's machine-readable totals to
      * the cumulative billing file, created on first use the way
      * the audit log is.
           move rpt-travel to bil-travel.
           move pages-total to bil-pages.
           move rpt-shape to bil-shapes.
      * the real drawn length in metres, for contracts priced per
      * metre of line; blank for a job in bare grid cells.
           move spaces to bil-metres-x.
           if job-unit not = spaces
               compute bil-metres rounded =
                   rpt-drawn * job-scale * job-mpu
                   on size error
                       move spaces to bil-metres-x
                       display "Drawn metres too large to bill: "
                           job-name
               end-compute
           end-if.
           move spaces to billrecord.
           move billrec to billrecord.
           open extend billfile.
           write billrecord.
           close billfile.

      * usageDetail: append this job's paper and pen usage to the
      * cumulative consumables file, created on first use the way
      * the billing file is - one paper line, then one line per pen
      * character that drew.
       usageDetail.
           open extend consfile.
           if consstatus not = "00" open output consfile end-if.
           move run-date to con-date.
           move job-name to con-job.
           move "P" to con-type.
           move space to con-pen.
           move pages-total to con-qty.
           move spaces to consrecord.
           move conrec to consrecord.
           write consrecord.
           if npu > 0
               move 1 to pu-k
               perform usageDetail-pen
           end-if.
           close consfile.

       usageDetail-pen.
           move "N" to con-type.
           move pu-ch(pu-k) to con-pen.
           move pu-len(pu-k) to con-qty.
           move spaces to consrecord.
           move conrec to consrecord.
           write consrecord.
           add 1 to pu-k.
           if pu-k not > npu go to usageDetail-pen.

      * auditLog: append one line recording this invocation's outcome
      * so job history can be reconstructed without the ephemeral ofile.
       auditLog.
               string " REV=" rev-ed
                   delimited by size into audit-rev
           end-if.
      * an overlay group's line is tagged after it, since its files
      * ride under the first member's name with the .ovl tag and the
      * JOB= field alone cannot tell them from a solo run's.
           move spaces to audit-ovl.
           if ov-sw = 1
               move " OVL" to audit-ovl
           end-if.
           move spaces to auditrecord.
           string audit-date "." audit-time
               " JOB=" job-name
               " SEGSTATUS=" segstatus
               " VERIFY=" verify-status
               audit-rev
               audit-ovl
               delimited by size into auditrecord.
           open extend auditfile.
           if auditstatus not = "00" open output auditfile end-if.
           if abort-sw = 14
               move "BAD BACK-REVISION REQUEST" to rq-reason
           end-if.
           if abort-sw = 15
               if cat-held-st = "H"
                   move "CATALOG ENTRY ON HOLD" to rq-reason
               else
                   move "CATALOG ENTRY NOT RELEASED (DRAFT)"
                       to rq-reason
               end-if
           end-if.
           if abort-sw = 16
               perform symReason
               move sym-why to rq-reason
           end-if.
           if abort-sw = 17
               move "BAD LAYER-SELECT RECORD" to rq-reason
           end-if.
           if abort-sw = 18
               move "BAD DIMENSION RECORD" to rq-reason
           end-if.

      * symReason: the wording of a symbol reject, shared by the
      * console notice and the retry queue.
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

      * retryResubmit: drain the queue into the name table (folding
      * duplicate names so a twice-failed job re-runs once), clear
               if reject-sw = 5 move 10 to abort-sw end-if
               if reject-sw = 6 move 11 to abort-sw end-if
               if reject-sw = 7 move 13 to abort-sw end-if
               if reject-sw = 8 move 16 to abort-sw end-if
               if reject-sw = 9 move 17 to abort-sw end-if
               if reject-sw = 10 move 18 to abort-sw end-if
           end-if.

      * readCatalog/-loop: pull a @name job's deck lines out of the
                   not invalid key
                       move catstatus to istatus
                       move cat-rev to job-rev
                       perform takeUnits
      * an entry nobody has released (a fresh ADD or REPLACE) or
      * that someone has put on hold never reaches paper.
                       if cat-status not = "R"
                           move cat-status to cat-held-st
                           move 15 to abort-sw
                       else
                           move cat-line(1) to wrecord
                           inspect whead replacing all SPACES by "0"
                           compute i = n + 1
                           if a + n > max-points
                               move cat-line(1) to fail-image
                               move 3 to abort-sw
                           else
                               add a to n
                               if cat-lines > 1
                                   move 2 to cat-k
                                   perform readCatalog-loop
                               end-if
                               if reject-sw = 0 and i not > n
                                   move 1 to reject-sw
                               end-if
                           end-if
                       end-if
               end-read

       readCatalog-loop.
           move cat-line(cat-k) to wrecord.
           perform parseDeckLine.
           if reject-sw not = 0
               move cat-line(cat-k) to fail-image
           end-if.
                       move archstatus to istatus
                       move 1 to rev-req-sw
                       move arch-rev to job-rev
                       perform archUnits
                       move arch-line(1) to wrecord
                       inspect whead replacing all SPACES by "0"
                       compute i = n + 1

       readArchDeck-loop.
           move arch-line(cat-k) to wrecord.
           perform parseDeckLine.
           if reject-sw not = 0
               move arch-line(cat-k) to fail-image
           end-if.
               go to readArchDeck-loop
           end-if.

      * takeUnits: the catalog record's unit of measure and scale
      * become the job's, with the metres in one unit for billing.
      * The first overlay member that carries a scale sets it for
      * the whole composed page; a unit the plotter does not know
      * is left off, the job plotting in bare grid cells.
       takeUnits.
           if job-unit = spaces and cat-unit not = spaces
                   and cat-scale numeric and cat-scale > 0
               move 0 to job-mpu
               if cat-unit = "MM" move 0.001 to job-mpu end-if
               if cat-unit = "CM" move 0.01 to job-mpu end-if
               if cat-unit = "M " move 1 to job-mpu end-if
               if cat-unit = "IN" move 0.0254 to job-mpu end-if
               if cat-unit = "FT" move 0.3048 to job-mpu end-if
               if job-mpu > 0
                   move cat-unit to job-unit
                   move cat-scale to job-scale
               end-if
           end-if.

      * archUnits: an archived revision carries no scale of its own
      * - it is the same drawing at the same scale, so it takes the
      * current catalog entry's. No entry, no scale.
       archUnits.
           move cat-work to cat-key.
           open input catfile.
           if catstatus = "00"
               read catfile
                   invalid key
                       continue
                   not invalid key
                       perform takeUnits
               end-read
               close catfile
           end-if.

      * scaleText: the job's scale, edited and with its leading
      * blanks taken off, into scale-txt.
       scaleText.
           move job-scale to scale-ed.
           move spaces to scale-txt.
           unstring scale-ed delimited by all spaces
               into scale-skip scale-txt.
           if scale-txt = spaces
               move scale-ed to scale-txt
           end-if.

      * catalogStamp: record the run date on the catalog entry a
      * completed @name job came from, so the catalog always shows
      * when each diagram last went to paper.
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
                   move irecord to fail-image
           end-read.

                   move 1 to pen-break(i)
                   move cur-pen-ch to pen-char(i)
                   move cur-pen-st to pen-style(i)
                   move cur-layer to pen-layer(i)
                   compute c3 = i + 1
                   move csv-n3 to x(c3)
                   move csv-n4 to y(c3)
                   move 0 to pen-break(c3)
                   move cur-pen-ch to pen-char(c3)
                   move cur-pen-st to pen-style(c3)
                   move cur-layer to pen-layer(c3)
                   if csv-n1 > max-x-used
                       move csv-n1 to max-x-used end-if
                   if csv-n3 > max-x-used
               end-if
           end-if.

      * importDim: one DIM row back through readDim, laid out and
      * measured afresh like a keyed dimension.
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

      * readFile-loop: runs to end of file so marker records after the
      * declared point quota (a curve at the end of the deck) are
      * still honored. End of file before N points are read is
                   if i not > n move 1 to reject-sw end-if
               not at end
                   move irecord to wrecord
                   perform parseDeckLine
                   if reject-sw = 0 go to readFile-loop end-if
                   move irecord to fail-image
           end-read.

      * parseDeckLine: one line of the job's own deck through
      * parseRecord, then - when that line placed a symbol - the
      * symbol's deck (and any it places in turn) expanded in
      * place before the caller reads on.
       parseDeckLine.
           perform parseRecord.
           if reject-sw = 0 and sym-depth > 0
               perform symExpand
           end-if.

      * parseRecord: one deck record out of wrecord, whatever its
      * source - marker records dispatch to their own readers, a
      * plain point lands in the tables, and a point record past the
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
                       move pen-sw to pen-break(i)
                       move cur-pen-ch to pen-char(i)
                       move cur-pen-st to pen-style(i)
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

      * readCurve: store one 8888-marker curve record. The curve is
                   move g to curve-a2(ncurves)
                   move cur-pen-ch to curve-ch(ncurves)
                   move cur-pen-st to curve-st(ncurves)
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
               move pen-st to cur-pen-st
           end-if.

      * readLayer: take up one 1313-marker layer-select record. The
      * name is looked up in the job's layer table and added on
      * first use; a blank name (or one keyed off its column) or a
      * job past lyr-max layers is a keying error.
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
               move 1 to lyr-used-sw
           end-if.

       readLayer-find.
           if lyr-name(lyr-k) = ly-name move lyr-k to cur-layer end-if.
           add 1 to lyr-k.
           if lyr-k not > lyr-count go to readLayer-find.

      * readDim: store one 1414-marker dimension record. Either
      * point off the canvas, the two points the same (nothing to
      * measure) or a full dimension table is a keying error; the
      * dimension line's own layout waits for resolveDims.
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
               move cur-pen-ch to dm-ch(ndims)
               move cur-pen-st to dm-st(ndims)
               move cur-layer to dm-ly(ndims)
               if c > max-x-used move c to max-x-used end-if
               if e > max-x-used move e to max-x-used end-if
               if d > max-y-used move d to max-y-used end-if
               if f > max-y-used move f to max-y-used end-if
               if c < min-x-used move c to min-x-used end-if
               if e < min-x-used move e to min-x-used end-if
               if d < min-y-used move d to min-y-used end-if
               if f < min-y-used move f to min-y-used end-if
           end-if.

      * readFill: store one 4444-marker hatch-fill record. A blank
      * spacing means every row; a blank fill character, a zero or
      * non-numeric spacing, a seed off the canvas or a full fill
                   move fil-sy to fill-y(nfills)
                   move fil-fch to fill-ch(nfills)
                   move fil-fsp to fill-sp(nfills)
                   move cur-layer to fill-ly(nfills)
                   move 0 to fill-p1(nfills)
                   move 0 to fill-pn(nfills)
               end-if
           move ps-brk to pen-break(i).
           move cur-pen-ch to pen-char(i).
           move cur-pen-st to pen-style(i).
           move cur-layer to pen-layer(i).
           move 0 to ps-brk.
           move 0 to pen-sw.
           if ps-x > max-x-used move ps-x to max-x-used end-if.
      * readTransform: store one 5555-marker directive. A scale of
      * zero, a rotation past 360 or an unknown mirror code is a bad
      * deck, flagged the way a bad point is rather than guessed at.
      * A symbol's deck may not carry one - its placement record is
      * its transformation, and a directive there would move the
      * whole job.
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

      * readSymbol: take up one 1212-marker placement record. A
      * blank name, a non-numeric field, an insertion point off the
      * canvas, a zero scale or a rotation past 360 is a keying
      * error; a symbol nested past the depth limit, or one already
      * being expanded further up (or the catalog job's own entry),
      * would never finish and is refused before anything is read.
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

      * symLoad: the symbol's catalog entry, which must be released
      * the same as any entry that goes to paper, pushed as a new
      * frame. The catalog is opened per symbol on its own record
      * area and closed again straight away.
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

      * symPush: a new innermost frame - the deck, the points its
      * header line declares, the placement, the table positions its
      * entries will start at, and the caller's pen and extents. The
      * symbol's first point starts pen-up.
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
           if i > 1 move 1 to pen-sw end-if.

      * symExpand: the innermost frame's next line through
      * parseRecord, or - when its deck is used up - the frame
      * placed and popped, until every frame opened by the caller's
      * line is done or a line is rejected. A line that places a
      * further symbol just pushes a frame the next pass reads from,
      * so parseRecord never has to perform itself.
       symExpand.
           if sf-cur(sym-depth) > sf-lines(sym-depth)
               perform symPop
           else
               move sf-line(sym-depth, sf-cur(sym-depth)) to wrecord
               add 1 to sf-cur(sym-depth)
               perform parseRecord
           end-if.
           if reject-sw = 0 and sym-depth > 0 go to symExpand.

      * symPoint: one point record inside a symbol, stored through
      * storeShapePoint against the symbol's own declared count -
      * surplus point records are skipped as they are in a job deck.
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

      * symPop: place the innermost frame's entries - the job's own
      * directive is parked, the frame's placement borrows
      * transformPoints over just the frame's slice of the tables
      * (n cut back to the last point stored, so reserved but not
      * yet keyed slots are left alone), and the directive comes
      * back. The extents are rebuilt from the placed entries plus
      * what the caller had before the symbol, and the caller's pen
      * is restored with the pen up.
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
               move xf-fill-first to sv-xf-fill-first
               move xf-dim-first to sv-xf-dim-first
               move n to sv-n
               move 0 to xf-mirror
               move sf-scale(sym-depth) to xf-scale
               move sf-rot(sym-depth) to xf-rot
               move sf-x(sym-depth) to xf-dx
               move sf-y(sym-depth) to xf-dy
               move sf-pt-first(sym-depth) to xf-first
               move sf-cv-first(sym-depth) to xf-curve-first
               move sf-lb-first(sym-depth) to xf-label-first
               move sf-fl-first(sym-depth) to xf-fill-first
               move sf-dm-first(sym-depth) to xf-dim-first
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
               move sv-xf-fill-first to xf-fill-first
               move sv-xf-dim-first to xf-dim-first
               if sf-max-x(sym-depth) > max-x-used
                   move sf-max-x(sym-depth) to max-x-used end-if
               if sf-max-y(sym-depth) > max-y-used
                   move sf-max-y(sym-depth) to max-y-used end-if
               if sf-min-x(sym-depth) < min-x-used
                   move sf-min-x(sym-depth) to min-x-used end-if
               if sf-min-y(sym-depth) < min-y-used
                   move sf-min-y(sym-depth) to min-y-used end-if
               move sf-pen-ch(sym-depth) to cur-pen-ch
               move sf-pen-st(sym-depth) to cur-pen-st
               move sf-layer(sym-depth) to cur-layer
               move 1 to pen-sw
      * a placement that pushes the symbol off the canvas is the
      * symbol's reject, not the job directive's.
               if abort-sw = 7
                   move 0 to abort-sw
                   move sf-name(sym-depth) to sym-bad-name
                   move 8 to sym-err
                   move 8 to reject-sw
               end-if
               subtract 1 from sym-depth
           end-if.

      * transformPoints: push every stored point and curve through
               move xf-fill-first to fl
               perform transformFills-loop
           end-if.
           if abort-sw = 0 and ndims >= xf-dim-first
               move xf-dim-first to dm
               perform transformDims-loop
           end-if.

       transformPoints-loop.
           move x(xf-k) to xf-tx.
               if fl not > nfills go to transformFills-loop
           end-if.

      * transformDims-loop: both measured points go through
      * transformOne and the offset scales like a curve radius. A
      * mirror turns the drawing over, so the two points trade
      * places to keep the dimension on the same side of the line
      * it measures.
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
               move 7 to abort-sw
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
               move dm-x1(dm) to dm-ax
               move dm-y1(dm) to dm-ay
               perform dimExtent
               move dm-x2(dm) to dm-ax
               move dm-y2(dm) to dm-ay
               perform dimExtent
               add 1 to dm
               if dm not > ndims go to transformDims-loop
           end-if.

      * dimExtent: one dimension cell (dm-ax, dm-ay) into the used
      * extent.
       dimExtent.
           if dm-ax > max-x-used move dm-ax to max-x-used end-if.
           if dm-ay > max-y-used move dm-ay to max-y-used end-if.
           if dm-ax < min-x-used move dm-ax to min-x-used end-if.
           if dm-ay < min-y-used move dm-ay to min-y-used end-if.

      * transformOne: one coordinate pair through mirror, scale,
      * rotation and offset. With no rotation the cosine/sine pair is
      * 1 and 0, so every directive takes the same path.
           add 1 to rf-k.
           if rf-k < rf-e go to resolveFills-edge.

      * resolveDims: lay out every dimension against the drawing as
      * transformed - the measured length between its two points,
      * the dimension line run parallel to them at the offset, to
      * the left looking from the first point to the second, and
      * the length (to two places, the way reportGeometry prints
      * it) centred on that line. A line or text pushed off the
      * canvas is a bad dimension.
       resolveDims.
           move 1 to dm.
           perform resolveDims-one.

       resolveDims-one.
           if dm-x1(dm) = dm-x2(dm) and dm-y1(dm) = dm-y2(dm)
               move 18 to abort-sw
           else
               perform resolveDims-layout
           end-if.
           if abort-sw = 0
               add 1 to dm
               if dm not > ndims go to resolveDims-one
           end-if.

      * resolveDims-layout: one dimension's length, line and text.
      * (a scale-down can bring the two measured points together -
      * resolveDims-one refuses that before anything divides by the
      * length.)
       resolveDims-layout.
           compute dm-wdx = dm-x2(dm) - dm-x1(dm).
           compute dm-wdy = dm-y2(dm) - dm-y1(dm).
           compute dm-wlen =
               ( dm-wdx * dm-wdx + dm-wdy * dm-wdy ) ** 0.5.
           compute dm-len(dm) rounded = dm-wlen.
           compute dm-wx1 rounded = dm-x1(dm)
               - ( dm-wdy * dm-off(dm) ) / dm-wlen.
           compute dm-wy1 rounded = dm-y1(dm)
               + ( dm-wdx * dm-off(dm) ) / dm-wlen.
           compute dm-wx2 rounded = dm-x2(dm)
               - ( dm-wdy * dm-off(dm) ) / dm-wlen.
           compute dm-wy2 rounded = dm-y2(dm)
               + ( dm-wdx * dm-off(dm) ) / dm-wlen.
           move dm-len(dm) to dm-len-ed.
           move spaces to dm-text(dm).
           unstring dm-len-ed delimited by all spaces
               into dm-skip dm-text(dm).
           if dm-text(dm) = spaces
               move dm-len-ed to dm-text(dm)
           end-if.
           move 0 to dm-tlen(dm).
           inspect dm-text(dm) tallying dm-tlen(dm)
               for characters before initial space.
           compute dm-wtx = ( dm-wx1 + dm-wx2 ) / 2
               - ( dm-tlen(dm) - 1 ) / 2.
           compute dm-ty(dm) rounded = ( dm-wy1 + dm-wy2 ) / 2.
           if dm-wx1 < 0 or dm-wx1 > canvas-max-x
                   or dm-wy1 < 0 or dm-wy1 > canvas-max-y
                   or dm-wx2 < 0 or dm-wx2 > canvas-max-x
                   or dm-wy2 < 0 or dm-wy2 > canvas-max-y
                   or dm-wtx < 0
                   or dm-wtx + dm-tlen(dm) - 1 > canvas-max-x
               move 18 to abort-sw
           else
               move dm-wx1 to dm-qx1(dm)
               move dm-wy1 to dm-qy1(dm)
               move dm-wx2 to dm-qx2(dm)
               move dm-wy2 to dm-qy2(dm)
               move dm-wtx to dm-tx(dm)
               perform resolveDims-ext
           end-if.

      * resolveDims-ext: the dimension's whole footprint - measured
      * points, dimension line ends and both ends of its text - into
      * the used extent, so paging and the .plt scale take it in.
       resolveDims-ext.
           move dm-x1(dm) to dm-ax.
           move dm-y1(dm) to dm-ay.
           perform dimExtent.
           move dm-x2(dm) to dm-ax.
           move dm-y2(dm) to dm-ay.
           perform dimExtent.
           move dm-qx1(dm) to dm-ax.
           move dm-qy1(dm) to dm-ay.
           perform dimExtent.
           move dm-qx2(dm) to dm-ax.
           move dm-qy2(dm) to dm-ay.
           perform dimExtent.
           move dm-tx(dm) to dm-ax.
           move dm-ty(dm) to dm-ay.
           perform dimExtent.
           compute dm-ax = dm-tx(dm) + dm-tlen(dm) - 1.
           perform dimExtent.

      * layerFilter: settle which of the job's layers go to paper
      * under the *LAYER selection in force, count what each layer
      * holds, and - only when some layer holding anything is left
      * out - take the left-out entries out of the tables, so every
      * pass after this one sees just the plotted drawing.
       layerFilter.
           move 0 to lyr-drop-sw.
           move 1 to lyr-k.
           perform layerFilter-on.
           if n > 0
               move 1 to lf-k
               perform layerCount-pts
           end-if.
           if ncurves > 0
               move 1 to cv
               perform layerCount-cv
           end-if.
           if nlabels > 0
               move 1 to lb
               perform layerCount-lb
           end-if.
           if nfills > 0
               move 1 to fl
               perform layerCount-fl
           end-if.
           if ndims > 0
               move 1 to dm
               perform layerCount-dm
           end-if.
           move 1 to lyr-k.
           perform layerFilter-drop.
           if lyr-drop-sw = 1
               move 0 to lf-nk
               move 0 to lf-gap-sw
               if n > 0
                   move 1 to lf-k
                   perform layerPack-pts
               end-if
               move lf-nk to n
               compute i = n + 1
               move 0 to lf-nk
               if nfills > 0
                   move 1 to fl
                   perform layerPack-fl
               end-if
               move lf-nk to nfills
               move 0 to lf-nk
               if ncurves > 0
                   move 1 to cv
                   perform layerPack-cv
               end-if
               move lf-nk to ncurves
               move 0 to lf-nk
               if nlabels > 0
                   move 1 to lb
                   perform layerPack-lb
               end-if
               move lf-nk to nlabels
               move 0 to lf-nk
               if ndims > 0
                   move 1 to dm
                   perform layerPack-dm
               end-if
               move lf-nk to ndims
               perform layerExtents
           end-if.

       layerFilter-on.
           move 0 to lyr-ents(lyr-k).
           if sel-count = 0
               move 1 to lyr-on(lyr-k)
           else
               move 0 to lyr-on(lyr-k)
               move 1 to sel-k
               perform layerFilter-sel
           end-if.
           add 1 to lyr-k.
           if lyr-k not > lyr-count go to layerFilter-on.

       layerFilter-sel.
           if sel-name(sel-k) = lyr-name(lyr-k)
               move 1 to lyr-on(lyr-k)
           end-if.
           add 1 to sel-k.
           if sel-k not > sel-count go to layerFilter-sel.

       layerFilter-drop.
           if lyr-on(lyr-k) = 0 and lyr-ents(lyr-k) > 0
               move 1 to lyr-drop-sw
           end-if.
           add 1 to lyr-k.
           if lyr-k not > lyr-count go to layerFilter-drop.

       layerCount-pts.
           add 1 to lyr-ents(pen-layer(lf-k)).
           add 1 to lf-k.
           if lf-k not > n go to layerCount-pts.

       layerCount-cv.
           add 1 to lyr-ents(curve-ly(cv)).
           add 1 to cv.
           if cv not > ncurves go to layerCount-cv.

       layerCount-lb.
           add 1 to lyr-ents(lab-ly(lb)).
           add 1 to lb.
           if lb not > nlabels go to layerCount-lb.

       layerCount-fl.
           add 1 to lyr-ents(fill-ly(fl)).
           add 1 to fl.
           if fl not > nfills go to layerCount-fl.

       layerCount-dm.
           add 1 to lyr-ents(dm-ly(dm)).
           add 1 to dm.
           if dm not > ndims go to layerCount-dm.

      * layerPack-pts: kept points slide down in order; the first
      * point kept after a dropped run starts pen-up, since the
      * segment that led into it is no longer there to draw.
       layerPack-pts.
           if lyr-on(pen-layer(lf-k)) = 1
               add 1 to lf-nk
               move points(lf-k) to points(lf-nk)
               if lf-gap-sw = 1
                   move 1 to pen-break(lf-nk)
               end-if
               move 0 to lf-gap-sw
               move lf-nk to lf-new(lf-k)
           else
               move 1 to lf-gap-sw
               move 0 to lf-new(lf-k)
           end-if.
           add 1 to lf-k.
           if lf-k not > n go to layerPack-pts.

      * layerPack-fl: a fill stays only when its own layer is
      * plotted and its boundary shape came through whole - hatch
      * rows with no drawn edge to stop at are no drawing at all.
       layerPack-fl.
           if lyr-on(fill-ly(fl)) = 1
                   and lf-new(fill-p1(fl)) > 0
                   and lf-new(fill-pn(fl)) - lf-new(fill-p1(fl))
                       = fill-pn(fl) - fill-p1(fl)
               add 1 to lf-nk
               move fills(fl) to fills(lf-nk)
               move lf-new(fill-p1(fl)) to fill-p1(lf-nk)
               move lf-new(fill-pn(fl)) to fill-pn(lf-nk)
           end-if.
           add 1 to fl.
           if fl not > nfills go to layerPack-fl.

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

       layerPack-dm.
           if lyr-on(dm-ly(dm)) = 1
               add 1 to lf-nk
               move dims(dm) to dims(lf-nk)
           end-if.
           add 1 to dm.
           if dm not > ndims go to layerPack-dm.

      * layerExtents: the canvas actually used, rebuilt from what is
      * left, so computePages sizes the tiles to the plotted layers.
       layerExtents.
           move 0 to max-x-used.
           move 0 to max-y-used.
           move 9998 to min-x-used.
           move 9998 to min-y-used.
           if n > 0
               move 1 to lf-k
               perform layerExtents-pts
           end-if.
           if ncurves > 0
               move 1 to cv
               perform layerExtents-cv
           end-if.
           if nlabels > 0
               move 1 to lb
               perform layerExtents-lb
           end-if.
           if ndims > 0
               move 1 to dm
               perform layerExtents-dm
           end-if.

       layerExtents-pts.
           if x(lf-k) > max-x-used move x(lf-k) to max-x-used end-if.
           if y(lf-k) > max-y-used move y(lf-k) to max-y-used end-if.
           if x(lf-k) < min-x-used move x(lf-k) to min-x-used end-if.
           if y(lf-k) < min-y-used move y(lf-k) to min-y-used end-if.
           add 1 to lf-k.
           if lf-k not > n go to layerExtents-pts.

       layerExtents-cv.
           compute c1 = curve-cx(cv) + curve-r(cv).
           if c1 > max-x-used move c1 to max-x-used end-if.
           compute c2 = curve-cy(cv) + curve-r(cv).
           if c2 > max-y-used move c2 to max-y-used end-if.
           compute c1 = curve-cx(cv) - curve-r(cv).
           if c1 < min-x-used move c1 to min-x-used end-if.
           compute c2 = curve-cy(cv) - curve-r(cv).
           if c2 < min-y-used move c2 to min-y-used end-if.
           add 1 to cv.
           if cv not > ncurves go to layerExtents-cv.

       layerExtents-lb.
           compute c1 = lab-x(lb) + lab-len(lb) - 1.
           if c1 > max-x-used move c1 to max-x-used end-if.
           if lab-y(lb) > max-y-used
               move lab-y(lb) to max-y-used end-if.
           if lab-x(lb) < min-x-used
               move lab-x(lb) to min-x-used end-if.
           if lab-y(lb) < min-y-used
               move lab-y(lb) to min-y-used end-if.
           add 1 to lb.
           if lb not > nlabels go to layerExtents-lb.

       layerExtents-dm.
           perform resolveDims-ext.
           add 1 to dm.
           if dm not > ndims go to layerExtents-dm.

      * fillLoop/plotFill: rasterize every fill against the page in
      * hand, after the segments and curves are down, the same way
      * curveLoop redraws every curve per tile - each cell drops
                   move 1 to lb
                   perform labelLoop
               end-if
               if ndims > 0
                   move 1 to dm
                   perform dimTextLoop
               end-if
               perform plotPrintHeader
               move 66 to pr-i
               perform plotPrint-loop
           add 1 to lb-k.
           if lb-k not > lab-len(lb) go to plotLabel.

      * dimTextLoop/plotDimText: the measured length stamped over
      * its dimension line, cell by cell through the same clip as
      * plotLabel.
       dimTextLoop.
           move 1 to dm-k.
           perform plotDimText.
           add 1 to dm.
           if dm not > ndims go to dimTextLoop.

       plotDimText.
           compute dc1 = dm-tx(dm) + dm-k - page-ox.
           compute dc2 = dm-ty(dm) + 1 - page-oy.
           if dc1 >= 1 and dc1 <= 132
                   and dc2 >= 1 and dc2 <= 66
               perform markBackground
               if plot-cell(dc2, dc1) = back-ch
                       and dm-tch(dm, dm-k) not = back-ch
                   add 1 to mark-count
               end-if
               if plot-cell(dc2, dc1) not = back-ch
                       and dm-tch(dm, dm-k) = back-ch
                   subtract 1 from mark-count
               end-if
               string dm-tch(dm, dm-k) delimited by size
                   into plot(dc2) with pointer dc1
           end-if.
           add 1 to dm-k.
           if dm-k not > dm-tlen(dm) go to plotDimText.

       plotPrintClose.
           close ofile.

           string "POINTS PLOTTED: " pt-no
               delimited by size into orecord.
           write orecord.
      * a job that keys layers, or runs under a *LAYER selection,
      * says which layers went to paper.
           if lyr-used-sw = 1 or sel-count > 0
               move spaces to orecord
               move 1 to lyr-ptr
               string "LAYERS PLOTTED:" delimited by size
                   into orecord with pointer lyr-ptr
               move 1 to lyr-k
               perform plotPrintHeader-lyr
               if lyr-ptr = 16
                   string " (NONE)" delimited by size
                       into orecord with pointer lyr-ptr
               end-if
               write orecord
           end-if.
      * a job with a scale says what one cell measures, and draws a
      * bar of a round length to read the grid against.
           if job-unit not = spaces
               perform plotPrintHeader-scale
           end-if.
           move page-no to pg-no.
           move pages-total to pg-total.
           compute win-x1 = page-ox + 1.
           add 1 to k.
           if k not > ov-count go to plotPrintHeader-src.

      * plotPrintHeader-scale/-bar: the scale line, then the bar -
      * a tick at grid column 1 and another bar-cells columns along,
      * so it lies one printed character per cell over the grid
      * below, with the length it stands for after it.
       plotPrintHeader-scale.
           perform scaleText.
           move spaces to orecord.
           string "SCALE: 1 CELL = " delimited by size
               scale-txt delimited by space
               " " delimited by size
               job-unit delimited by space
               into orecord.
           write orecord.
           move bar-max to bar-k.
           perform plotPrintHeader-fit.
           move spaces to orecord.
           move 1 to bar-ptr.
           string "|" delimited by size
               into orecord with pointer bar-ptr.
           if bar-cells > 1
               move 1 to bar-i
               perform plotPrintHeader-bar
           end-if.
           string "|  " delimited by size
               bar-text(bar-k) delimited by space
               " " delimited by size
               job-unit delimited by space
               into orecord with pointer bar-ptr.
           write orecord.

      * plotPrintHeader-fit: down the bar table from the longest
      * length until one fits within bar-limit cells - the shortest
      * always does, the scale being at least 0.0001.
       plotPrintHeader-fit.
           compute bar-cells rounded = bar-len(bar-k) / job-scale.
           if bar-cells > bar-limit and bar-k > 1
               subtract 1 from bar-k
               go to plotPrintHeader-fit
           end-if.
           if bar-cells = 0
               move 1 to bar-cells
           end-if.

       plotPrintHeader-bar.
           string "-" delimited by size
               into orecord with pointer bar-ptr.
           add 1 to bar-i.
           if bar-i < bar-cells go to plotPrintHeader-bar.

       plotPrintHeader-lyr.
           if lyr-on(lyr-k) = 1 and lyr-ents(lyr-k) > 0
               string " " delimited by size
                   lyr-name(lyr-k) delimited by space
                   into orecord with pointer lyr-ptr
           end-if.
           add 1 to lyr-k.
           if lyr-k not > lyr-count go to plotPrintHeader-lyr.

       plotPrintHeader-pts.
           move k to pt-no.
           move x(k) to pt-x.
