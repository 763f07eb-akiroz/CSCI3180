      * |            that gives deleted space back;                   |
      * |   CHECK  - the integrity pass alone, touching nothing.      |
      * |   CONVERT - one-time migration: reads a catalog written     |
      * |            before the release-status and unit fields        |
      * |            existed (the old record layout, no status,       |
      * |            approver, approval date, unit or scale) and      |
      * |            unloads it in the standard format with every     |
      * |            entry released - the entries were already        |
      * |            going to paper - and in bare grid cells until    |
      * |            DDACAT UNITS gives it a scale; a RELOAD then     |
      * |            rebuilds catalog.dat in the current layout. Run  |
      * |            CONVERT then RELOAD once when installing the     |
      * |            release and unit fields.                         |
      * |   ROLLFWD - RELOAD, then replay catjrnl.txt, the DDACAT     |
      * |            change journal, from the moment the unload was   |
      * |            taken (the *EOF trailer carries its date and     |
      * |            time; an unload without one has the whole        |
      * |            journal replayed, which lands the same) - the    |
      * |            recovery when catalog.dat is lost between weekly |
      * |            UNLOADs. Last-plotted dates the plotter stamped  |
      * |            since the unload are not journaled and come back |
      * |            as they were unloaded;                           |
      * |   JOURNAL - the change journal listed for audit: who ran    |
      * |            which change to which entry, and when.           |
      * | An unload written before the release fields existed still   |
      * | reloads: a blank status on a *CAT line reloads as released. |
      * | An unload or journal written before the unit fields existed |
      * | reloads and replays too: the entries come back in bare grid |
      * | cells.                                                      |
      * | Driven by reorgctl.txt, one verb per line; everything       |
      * | checked and the space to be reclaimed goes to ddareorg.rpt. |
      * |                                                              |
      * | Integrity checks per entry: the key is well-formed (non-    |
      * | blank, no leading space), the line count is 1-1050,         |
      * | line 1 parses as a point-count header within the plotter's  |
      * | 999-point limit, the release status is D, R or H, and a     |
      * | unit of measure, if set, is MM, CM, M, IN or FT with a      |
      * | scale above zero.                                           |
      * ----------------------------------------------------------------

       identification division.
               organization is line sequential
               file status is rptstatus.

           select jrnlfile assign to disk
               organization is line sequential
               file status is jrnlstatus.

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
      * oldcat: the same catalog.dat under its record description
      * from before the release-status and unit fields - the layout
      * every record on disk carries until the one-time
      * CONVERT/RELOAD has run.
       fd oldcat label record is standard
           value of file-id is "catalog.dat".
       01 oldcatrecord.
           05 old-key pic X(20).
           05 old-rev pic 9(3).
           05 old-plotdate pic 9(8).
           05 old-cycle pic 9(3).
           05 old-lines pic 9(4).
           05 old-line pic X(50) occurs 1050.
       fd unlfile label record is standard
           value of file-id is "catunld.txt".
       01 unlrecord pic X(80).
       fd rptfile label record is standard
           value of file-id is "ddareorg.rpt".
       01 rptrecord pic X(80).
       fd jrnlfile label record is standard
           value of file-id is "catjrnl.txt".
       01 jrnlrecord pic X(120).

      * unlhead: the fixed layout of one *CAT header line in the
      * unload file - everything the catalog record carries except
           05 uh-cycle pic 9(3).
           05 filler pic X(1).
           05 uh-lines pic 9(4).
           05 filler pic X(1).
           05 uh-status pic X(1).
           05 filler pic X(1).
           05 uh-approver pic X(8).
           05 filler pic X(1).
           05 uh-apprdate pic 9(8).
           05 filler pic X(1).
           05 uh-unit pic X(2).
           05 filler pic X(1).
           05 uh-scale pic 9(4)V9(4).
       01 unltail.
           05 ut-tag pic X(5).
           05 ut-count pic 9(5).
           05 filler pic X(1).
           05 ut-date pic 9(8).
           05 filler pic X(1).
           05 ut-time pic 9(6).
       01 clock pic 9(8).
       01 clock-red redefines clock.
           05 clock-hms pic 9(6).
           05 filler pic 9(2).

      * jrnlhead: one *JNL line of the DDACAT change journal, laid
      * out as DDACAT writes it. An ADD or REPLACE line is followed
      * by the deck, jh-new-lines lines verbatim.
       01 jrnlstatus pic X(2) value spaces.
       01 jrnlhead.
           05 jh-tag pic X(5).
           05 jh-date pic 9(8).
           05 filler pic X(1).
           05 jh-time pic 9(6).
           05 filler pic X(1).
           05 jh-oper pic X(8).
           05 filler pic X(1).
           05 jh-verb pic X(8).
           05 filler pic X(1).
           05 jh-key pic X(20).
           05 filler pic X(1).
           05 jh-old-rev pic 9(3).
           05 filler pic X(1).
           05 jh-old-cycle pic 9(3).
           05 filler pic X(1).
           05 jh-old-lines pic 9(4).
           05 filler pic X(1).
           05 jh-new-rev pic 9(3).
           05 filler pic X(1).
           05 jh-new-cycle pic 9(3).
           05 filler pic X(1).
           05 jh-new-lines pic 9(4).
           05 filler pic X(1).
           05 jh-status pic X(1).
           05 filler pic X(1).
           05 jh-approver pic X(8).
           05 filler pic X(1).
           05 jh-count pic 9(3).
           05 filler pic X(1).
           05 jh-unit pic X(2).
           05 filler pic X(1).
           05 jh-scale pic 9(4)V9(4).

      * roll-forward and listing state: where the unload left off,
      * whether a record falls after it, and the pass counts.
       01 reload-ok-sw pic 9 value 0.
       01 rf-all-sw pic 9 value 0.
       01 rf-from-date pic 9(8) value 0.
       01 rf-from-time pic 9(6) value 0.
       01 jr-apply-sw pic 9 value 0.
       01 jr-stop-sw pic 9 value 0.
       01 jr-read pic 9(5) value 0.
       01 jr-applied pic 9(5) value 0.
       01 jr-skipped pic 9(5) value 0.
       01 jr-archonly pic 9(5) value 0.
       01 jr-warnings pic 9(5) value 0.

      * hdr-rec: deck line 1 picked apart the way the plotter's
      * readFile picks its header record apart, for the point-count
       01 by-ed pic ZZZZZZZZ9.
       01 lines-ed pic ZZZ9.
       01 rev-ed pic ZZ9.
       01 scale-ed pic ZZZ9.9999.

       procedure division.
       main.
               else
               if ctlrecord = "CONVERT"
                   perform cmdConvert
               else
               if ctlrecord = "ROLLFWD"
                   perform cmdRollFwd
               else
               if ctlrecord = "JOURNAL"
                   perform cmdJournal
               else
                   display "Unknown verb: " ctlrecord
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               go to ctl-loop
           end-if.

                       not invalid key
                           perform unload-loop
                   end-start
                   perform stampTrailer
                   close unlfile
                   close catfile
                   perform rptScanTotals
               end-if
           end-if.

      * stampTrailer: the *EOF trailer - entry count, and the date
      * and time the unload was taken, which is where a ROLLFWD
      * starts replaying the change journal.
       stampTrailer.
           move spaces to unltail.
           move "*EOF " to ut-tag.
           move entries to ut-count.
           accept ut-date from date YYYYMMDD.
           accept clock from time.
           move clock-hms to ut-time.
           move spaces to unlrecord.
           move unltail to unlrecord.
           write unlrecord.

       unload-loop.
           read catfile next
               at end
           move cat-plotdate to uh-plotdate.
           move cat-cycle to uh-cycle.
           move cat-lines to uh-lines.
           move cat-status to uh-status.
           move cat-approver to uh-approver.
           move cat-apprdate to uh-apprdate.
           move cat-unit to uh-unit.
           move cat-scale to uh-scale.
           move unlhead to unlrecord.
           write unlrecord.
           if cat-lines > 0 and cat-lines not > 1050
      * gone and the index is rebuilt from scratch. The trailer
      * count must reconcile or the reload is reported short.
       cmdReload.
           move 0 to reload-ok-sw.
           move spaces to unltail.
           open input unlfile.
           if unlstatus not = "00"
               display "Cannot open catunld.txt."
                   perform reload-loop
                   close catfile
                   close unlfile
                   move 1 to reload-ok-sw
                   move spaces to rptrecord
                   write rptrecord
                   move loaded to ct-ed

      * reloadEntry: one *CAT header plus its deck lines back into
      * an indexed record, unused lines blanked so the rebuilt file
      * carries no stale deck text. A header from an unload taken
      * before the release fields existed has them blank: the entry
      * was in production then, so it comes back released. One
      * taken before the unit fields existed has no scale, and the
      * entry comes back in bare grid cells.
       reloadEntry.
           move spaces to catrecord.
           move uh-key to cat-key.
           move uh-plotdate to cat-plotdate.
           move uh-cycle to cat-cycle.
           move uh-lines to cat-lines.
           move uh-status to cat-status.
           move uh-approver to cat-approver.
           if uh-status = space
               move "R" to cat-status
           end-if.
           if uh-apprdate numeric
               move uh-apprdate to cat-apprdate
           else
               move 0 to cat-apprdate
           end-if.
           if uh-unit = spaces or uh-scale not numeric
               move spaces to cat-unit
               move 0 to cat-scale
           else
               move uh-unit to cat-unit
               move uh-scale to cat-scale
           end-if.
           if cat-lines > 0 and cat-lines not > 1050
               move 1 to lk
               perform reloadEntry-loop

      * cmdConvert: the one-time layout migration - walk catalog.dat
      * under its old record description and unload it in the
      * standard format, every entry released with no approver on
      * record - the entries were already plotting in production,
      * and drafting them all would stop the night run - and in
      * bare grid cells, no drafter having given it a scale yet,
      * the same as RELOAD makes of an old unload. RELOAD then
      * rebuilds the file in the current layout; until it runs,
      * the catalog stays untouched on disk.
       cmdConvert.
           open input oldcat.
           if oldstatus not = "00"
                   move spaces to rptrecord
                   write rptrecord
                   move spaces to rptrecord
                   string "CONVERT PASS (OLD LAYOUT, EVERY ENTRY "
                       "RELEASED, IN GRID CELLS)"
                       delimited by size into rptrecord
                   write rptrecord
                   move low-values to old-key
                       not invalid key
                           perform convert-loop
                   end-start
                   perform stampTrailer
                   close unlfile
                   close oldcat
                   move entries to ct-ed
           move old-key to uh-key.
           move old-rev to uh-rev.
           move old-plotdate to uh-plotdate.
           move old-cycle to uh-cycle.
           move old-lines to uh-lines.
           move "R" to uh-status.
           move spaces to uh-approver.
           move 0 to uh-apprdate.
           move spaces to uh-unit.
           move 0 to uh-scale.
           move unlhead to unlrecord.
           write unlrecord.
           if old-lines > 0 and old-lines not > 1050
           add 1 to lk.
           if lk not > old-lines go to convertEntry-loop.

      * cmdRollFwd: RELOAD from the last unload, then every journal
      * record from the unload's timestamp on replayed over it. A
      * record stamped the same second as the unload is replayed -
      * each carries the entry's state after the change, not a
      * difference, so applying one twice lands the same.
       cmdRollFwd.
           perform cmdReload.
           if reload-ok-sw = 0
               move spaces to rptrecord
               write rptrecord
               move spaces to rptrecord
               string "ROLL-FORWARD ABANDONED - RELOAD DID NOT RUN"
                   delimited by size into rptrecord
               write rptrecord
               display "Roll-forward abandoned - reload did not run."
           else
               move 0 to rf-all-sw
               if cat-done-sw = 0
                       or ut-date not numeric or ut-time not numeric
                   move 1 to rf-all-sw
               else
                   move ut-date to rf-from-date
                   move ut-time to rf-from-time
               end-if
               perform rollForward
           end-if.

       rollForward.
           move 0 to jr-read.
           move 0 to jr-applied.
           move 0 to jr-skipped.
           move 0 to jr-archonly.
           move 0 to jr-warnings.
           move 0 to jr-stop-sw.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           if rf-all-sw = 1
               string "ROLL-FORWARD PASS - WHOLE JOURNAL (UNLOAD "
                   "CARRIES NO TIMESTAMP)"
                   delimited by size into rptrecord
           else
               string "ROLL-FORWARD PASS - JOURNAL FROM "
                   rf-from-date " " rf-from-time
                   delimited by size into rptrecord
           end-if.
           write rptrecord.
           open input jrnlfile.
           if jrnlstatus not = "00"
               move spaces to rptrecord
               string "NO CHANGE JOURNAL - STATUS " jrnlstatus
                   " - CATALOG STANDS AS UNLOADED"
                   delimited by size into rptrecord
               write rptrecord
               display "No change journal to replay."
           else
               open i-o catfile
               if catstatus not = "00"
                   display "Cannot open catalog: " catstatus
                   perform rptCatFail
               else
                   perform rollForward-loop
                   close catfile
               end-if
               close jrnlfile
               move jr-read to ct-ed
               move spaces to rptrecord
               string "JOURNAL RECORDS READ:      " ct-ed
                   delimited by size into rptrecord
               write rptrecord
               move jr-skipped to ct-ed
               move spaces to rptrecord
               string "ALREADY IN THE UNLOAD:     " ct-ed
                   delimited by size into rptrecord
               write rptrecord
               move jr-applied to ct-ed
               move spaces to rptrecord
               string "REPLAYED:                  " ct-ed
                   delimited by size into rptrecord
               write rptrecord
               move jr-archonly to ct-ed
               move spaces to rptrecord
               string "ARCHIVE ONLY, NOT REPLAYED:" ct-ed
                   delimited by size into rptrecord
               write rptrecord
               move jr-warnings to ct-ed
               move spaces to rptrecord
               string "REPLAY WARNINGS:           " ct-ed
                   delimited by size into rptrecord
               write rptrecord
               display "Rolled forward " jr-applied
                   " journal records onto catalog.dat"
           end-if.

       rollForward-loop.
           read jrnlfile
               at end
                   continue
               not at end
                   move jrnlrecord to jrnlhead
                   if jh-tag not = "*JNL "
                       move "JOURNAL OUT OF STEP, STOPPED"
                           to verdict
                       perform rptJournal
                   else
                       add 1 to jr-read
                       move 1 to jr-apply-sw
                       if rf-all-sw = 0
                           if jh-date < rf-from-date
                                   or ( jh-date = rf-from-date
                                   and jh-time < rf-from-time )
                               move 0 to jr-apply-sw
                           end-if
                       end-if
                       if jh-verb = "ADD" or jh-verb = "REPLACE"
                           perform readJrnlDeck
                       end-if
                       if jr-stop-sw = 0
                           if jr-apply-sw = 1
                               perform replayEntry
                           else
                               add 1 to jr-skipped
                           end-if
                           go to rollForward-loop
                       end-if
                   end-if
           end-read.

      * readJrnlDeck/-loop: the deck lines following an ADD or
      * REPLACE journal line, into the catalog record area. A
      * journal that ends inside a deck stops the pass - the
      * change was never fully recorded.
       readJrnlDeck.
           move spaces to catrecord.
           if jh-new-lines > 0 and jh-new-lines not > 1050
               move 1 to lk
               perform readJrnlDeck-loop
           end-if.

       readJrnlDeck-loop.
           read jrnlfile
               at end
                   move 1 to jr-stop-sw
                   move "JOURNAL ENDS INSIDE A DECK" to verdict
                   perform rptJournal
               not at end
                   move jrnlrecord to cat-line(lk)
                   add 1 to lk
                   if lk not > jh-new-lines
                       go to readJrnlDeck-loop
                   end-if
           end-read.

      * replayEntry: one journal record applied. ADD and REPLACE
      * carry the whole entry and land as written, over whatever is
      * there; the others change one entry that must be on file,
      * and a revision that is not the one the change was made
      * against is flagged but applied - the journal is the record
      * of what happened. PURGE touched only the revision archive,
      * which a catalog reload does not rebuild. A journal line
      * written before the unit fields existed carries no scale and
      * replays in bare grid cells.
       replayEntry.
           if jh-verb = "ADD" or jh-verb = "REPLACE"
               move jh-key to cat-key
               move jh-new-rev to cat-rev
               move 0 to cat-plotdate
               move jh-new-cycle to cat-cycle
               move jh-status to cat-status
               move jh-approver to cat-approver
               move 0 to cat-apprdate
               if jh-unit = spaces or jh-scale not numeric
                   move spaces to cat-unit
                   move 0 to cat-scale
               else
                   move jh-unit to cat-unit
                   move jh-scale to cat-scale
               end-if
               move jh-new-lines to cat-lines
               write catrecord
                   invalid key
                       rewrite catrecord
                           invalid key
                               move "REPLAY WRITE FAILED" to verdict
                               perform rptJournal
                           not invalid key
                               add 1 to jr-applied
                       end-rewrite
                   not invalid key
                       add 1 to jr-applied
               end-write
           else
           if jh-verb = "DELETE"
               move jh-key to cat-key
               delete catfile record
                   invalid key
                       move "DELETE - ENTRY NOT ON FILE" to verdict
                       perform rptJournal
                   not invalid key
                       add 1 to jr-applied
               end-delete
           else
           if jh-verb = "PURGE"
               add 1 to jr-archonly
           else
           if jh-verb = "CYCLE" or jh-verb = "RELEASE"
                   or jh-verb = "HOLD" or jh-verb = "UNITS"
               move jh-key to cat-key
               read catfile
                   invalid key
                       move "ENTRY NOT ON FILE, NOT REPLAYED"
                           to verdict
                       perform rptJournal
                   not invalid key
                       if cat-rev not = jh-old-rev
                           move "REVISION OUT OF STEP, REPLAYED"
                               to verdict
                           perform rptJournal
                       end-if
                       if jh-verb = "CYCLE"
                           move jh-new-cycle to cat-cycle
                       else
                       if jh-verb = "UNITS"
                           move jh-unit to cat-unit
                           move jh-scale to cat-scale
                       else
                           move jh-status to cat-status
                           move jh-approver to cat-approver
                           move jh-date to cat-apprdate
                       end-if
                       end-if
                       rewrite catrecord
                           invalid key
                               move "REPLAY WRITE FAILED" to verdict
                               perform rptJournal
                           not invalid key
                               add 1 to jr-applied
                       end-rewrite
               end-read
           else
               move "UNKNOWN VERB, NOT REPLAYED" to verdict
               perform rptJournal
           end-if
           end-if
           end-if
           end-if.

      * rptJournal: one roll-forward warning line - the journal
      * record's stamp, verb and entry, and the verdict staged.
       rptJournal.
           add 1 to jr-warnings.
           move spaces to rptrecord.
           string "  " jh-date " " jh-time " " jh-verb " " jh-key
               " " verdict
               delimited by size into rptrecord.
           write rptrecord.

      * cmdJournal/-loop: the auditors' listing - every journal
      * record in the order the changes were made, with who made
      * it and the entry's revision, cycle and line count before
      * and after (old>new). Deck images are counted, not printed.
       cmdJournal.
           open input jrnlfile.
           if jrnlstatus not = "00"
               display "No change journal: " jrnlstatus
               move spaces to rptrecord
               write rptrecord
               move spaces to rptrecord
               string "NO CHANGE JOURNAL - STATUS " jrnlstatus
                   delimited by size into rptrecord
               write rptrecord
           else
               move 0 to jr-read
               move 0 to jr-stop-sw
               move spaces to rptrecord
               write rptrecord
               move spaces to rptrecord
               string "CATALOG CHANGE JOURNAL"
                   delimited by size into rptrecord
               write rptrecord
               move spaces to rptrecord
               string "DATE     TIME   OPERATOR VERB     "
                   "JOB NAME             REV     CYC     LINES"
                   delimited by size into rptrecord
               write rptrecord
               perform cmdJournal-loop
               close jrnlfile
               move jr-read to ct-ed
               move spaces to rptrecord
               string "JOURNAL RECORDS LISTED: " ct-ed
                   delimited by size into rptrecord
               write rptrecord
               display "Listed " jr-read " journal records."
           end-if.

       cmdJournal-loop.
           read jrnlfile
               at end
                   continue
               not at end
                   move jrnlrecord to jrnlhead
                   if jh-tag not = "*JNL "
                       move spaces to rptrecord
                       string "JOURNAL OUT OF STEP, LISTING STOPPED"
                           delimited by size into rptrecord
                       write rptrecord
                   else
                       add 1 to jr-read
                       move spaces to rptrecord
                       string jh-date " " jh-time " " jh-oper " "
                           jh-verb " " jh-key " "
                           jh-old-rev ">" jh-new-rev " "
                           jh-old-cycle ">" jh-new-cycle " "
                           jh-old-lines ">" jh-new-lines
                           delimited by size into rptrecord
                       write rptrecord
                       if jh-verb = "RELEASE" or jh-verb = "HOLD"
                           move spaces to rptrecord
                           string "                STATUS "
                               jh-status " APPROVER " jh-approver
                               delimited by size into rptrecord
                           write rptrecord
                       end-if
                       if jh-verb = "UNITS"
                           move spaces to rptrecord
                           if jh-unit = spaces
                               string "                UNITS CLEARED "
                                   "(GRID CELLS)"
                                   delimited by size into rptrecord
                           else
                               move jh-scale to scale-ed
                               string "                UNIT " jh-unit
                                   " SCALE " scale-ed
                                   delimited by size into rptrecord
                           end-if
                           write rptrecord
                       end-if
                       if jh-verb = "PURGE"
                           move jh-count to rev-ed
                           move spaces to rptrecord
                           string "                ARCHIVED "
                               "REVISIONS PURGED " rev-ed
                               delimited by size into rptrecord
                           write rptrecord
                       end-if
                       if jh-verb = "ADD" or jh-verb = "REPLACE"
                           perform readJrnlDeck
                       end-if
                       if jr-stop-sw = 0
                           go to cmdJournal-loop
                       end-if
                   end-if
           end-read.

      * cmdCheck: the integrity pass alone - every entry in key
      * order through the same checks the unload applies, touching
      * nothing.
           move 0 to bad-entries.
           move 0 to reclaim.

      * checkEntry: one entry through the five checks, a report
      * line naming whichever failed, and the entry's share of the
      * space a reload would give back.
       checkEntry.
               compute reclaim = reclaim
                   + ( 1050 - cat-lines ) * 50
           end-if.
           if cat-status not = "D" and cat-status not = "R"
                   and cat-status not = "H"
               move 0 to entry-ok-sw
               move "BAD RELEASE STATUS" to verdict
               perform rptEntry
           end-if.
           if cat-scale not numeric
                   or ( cat-unit = spaces and cat-scale not = 0 )
                   or ( cat-unit not = spaces and cat-scale = 0 )
                   or ( cat-unit not = spaces and cat-unit not = "MM"
                   and cat-unit not = "CM" and cat-unit not = "M "
                   and cat-unit not = "IN" and cat-unit not = "FT" )
               move 0 to entry-ok-sw
               move "BAD UNIT OR SCALE" to verdict
               perform rptEntry
           end-if.
           if entry-ok-sw = 0
               add 1 to bad-entries
           end-if.
