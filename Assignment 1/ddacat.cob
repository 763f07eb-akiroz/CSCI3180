      * |                       (000 takes it off the cycle); the    |
      * |                       DDASCHED scheduler builds the night  |
      * |                       run's jobctl from these              |
      * |   RELEASE  name who - release the entry for production      |
      * |                       plotting, stamping the approver       |
      * |                       (up to eight characters) and today    |
      * |   HOLD     name who - put the entry on hold: the plotter    |
      * |                       refuses it and DDASCHED leaves it     |
      * |                       out of the night run                  |
      * |   USEDBY   name     - every entry that places the named     |
      * |                       symbol (1212 record), directly or     |
      * |                       through another symbol                |
      * |   UNITS    name uu nnnn.nnnn                                |
      * |                     - the unit the drawing is measured in   |
      * |                       (MM, CM, M, IN or FT, from column 30) |
      * |                       and how many of them one grid cell    |
      * |                       spans (from column 39); a blank unit  |
      * |                       takes the entry back to bare cells.   |
      * |                       The plotter prints the scale, a       |
      * |                       scale bar and real-unit geometry      |
      * |                       from these, and bills in metres       |
      * |   OPERATOR id       - who is at the keyboard (up to eight   |
      * |                       characters), for the journal; no      |
      * |                       change is applied until one is given  |
      * |                                                              |
      * | Every ADD and REPLACE lands as a draft (status D) with no   |
      * | approver: a new or changed deck is not plotted for          |
      * | production until someone has released it (status R).        |
      * |                                                              |
      * | Every change applied - ADD, REPLACE, DELETE, PURGE, CYCLE,  |
      * | RELEASE and HOLD - is appended to catjrnl.txt, the catalog  |
      * | change journal: date, time, operator, verb, job name and    |
      * | the before and after revision, cycle and line count, with   |
      * | the full deck image following an ADD or REPLACE. DDAREORG   |
      * | lists it for audit and replays it onto the last unload      |
      * | (ROLLFWD) when catalog.dat is lost.                         |
      * | UNITS is journaled the same way, with the unit and scale    |
      * | set; a REPLACE keeps the entry's unit and scale - a new     |
      * | revision is the same drawing at the same scale.             |
      * ----------------------------------------------------------------

       identification division.
               record key is arch-key
               file status is archstatus.

           select jrnlfile assign to disk
               organization is line sequential
               file status is jrnlstatus.

       data division.
       file section.
       fd ctlfile label record is standard
           05 ctl-name pic X(20).
           05 filler pic X(1).
           05 ctl-parm pic X(8).
           05 filler pic X(1).
           05 ctl-scale pic X(9).
       fd srcfile label record is standard.
       01 srcrecord pic X(50).
       fd catfile label record is standard
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
       fd jrnlfile label record is standard
           value of file-id is "catjrnl.txt".
       01 jrnlrecord pic X(120).

       working-storage section.
       01 ctlstatus pic X(2) value spaces.
       01 rev-ed pic ZZ9.
       01 lines-ed pic ZZZ9.
       01 cyc-ed pic ZZ9.
       01 new-status pic X(1) value spaces.
      * the UNITS scale as keyed, nnnn.nnnn, and its value.
       01 scale-w pic X(9) value spaces.
       01 scale-red redefines scale-w.
           05 scale-int pic X(4).
           05 scale-pt pic X(1).
           05 scale-frac pic X(4).
       01 scale-dig pic X(8) value spaces.
       01 scale-n redefines scale-dig pic 9(4)V9(4).
       01 unit-w pic X(2) value spaces.
       01 scale-ed pic ZZZ9.9999.

      * jrnlhead: one *JNL line of the change journal - when, who,
      * what, and the entry's revision, cycle and line count before
      * and after (zero where there is no entry). RELEASE and HOLD
      * carry the status and approver set; PURGE the count of
      * archived revisions dropped. The unit and scale the entry is
      * left with ride last. An ADD or REPLACE line is
      * followed by the new deck, jh-new-lines lines verbatim.
       01 jrnlstatus pic X(2) value spaces.
       01 oper-id pic X(8) value spaces.
       01 jrnl-deck-sw pic 9 value 0.
       01 jrnl-clock pic 9(8).
       01 jrnl-clock-red redefines jrnl-clock.
           05 jrnl-hms pic 9(6).
           05 filler pic 9(2).
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

      * where-used work: the names found so far, the target first,
      * each with how deep it sits and the name it was found
      * placing; and one catalog line viewed as a 1212 record.
       01 wu-count pic 9(3) value 0.
       01 wu-k pic 9(3) value 0.
       01 wu-j pic 9(3) value 0.
       01 wu-line-k pic 9(4) value 0.
       01 wu-seen-sw pic 9 value 0.
       01 wu-drops pic 9(3) value 0.
       01 wu-table.
           05 wu-entry occurs 200 times.
               10 wu-name pic X(20).
               10 wu-level pic 9.
               10 wu-via pic X(20).
       01 wu-line pic X(50).
       01 wu-place redefines wu-line.
           05 wu-marker pic X(9).
           05 filler pic X(1).
           05 wu-sym pic X(20).
           05 filler pic X(20).
       01 wu-use pic X(8).

       procedure division.
      * main: a catalog that does not exist yet is created empty, so
               close ctlfile
               stop run
           end-if.
      * no journal, no changes: an unrecorded change is exactly
      * what the journal is here to rule out.
           open extend jrnlfile.
           if jrnlstatus not = "00" open output jrnlfile end-if.
           if jrnlstatus not = "00"
               display "Cannot open change journal: " jrnlstatus
               close archfile
               close catfile
               close ctlfile
               stop run
           end-if.
           move spaces to jrnlhead.
           move 0 to jh-count.
           perform ctl-loop.
           close jrnlfile.
           close archfile.
           close catfile.
           close ctlfile.
       ctl-loop.
           read ctlfile at end move 0 to ctl-more-sw.
           if ctl-more-sw = 1
               if ctl-verb = "OPERATOR"
                   move ctl-name to oper-id
                   display "Operator: " oper-id
               else
               if oper-id = spaces
                       and ( ctl-verb = "ADD" or ctl-verb = "REPLACE"
                       or ctl-verb = "DELETE" or ctl-verb = "PURGE"
                       or ctl-verb = "CYCLE" or ctl-verb = "RELEASE"
                       or ctl-verb = "HOLD" or ctl-verb = "UNITS" )
                   display "No OPERATOR line ahead of " ctl-verb
                       " - not applied: " ctl-name
               else
               if ctl-verb = "ADD"
                   perform cmdAdd
               else
               else
               if ctl-verb = "CYCLE"
                   perform cmdCycle
               else
               if ctl-verb = "RELEASE"
                   move "R" to new-status
                   perform cmdStatus
               else
               if ctl-verb = "HOLD"
                   move "H" to new-status
                   perform cmdStatus
               else
               if ctl-verb = "USEDBY"
                   perform cmdWhere
               else
               if ctl-verb = "UNITS"
                   perform cmdUnits
               else
                   display "Unknown verb: " ctl-verb
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               end-if
               go to ctl-loop
           end-if.

      * cmdAdd: a brand-new entry only - adding over an existing
      * name is refused so two people cannot silently clobber each
      * other's deck, which is what the catalog is here to stop.
      * The entry starts life as an unapproved draft.
       cmdAdd.
           perform loadDeck.
           if load-ok-sw = 1
               move 1 to cat-rev
               move 0 to cat-plotdate
               move 0 to cat-cycle
               move "D" to cat-status
               move spaces to cat-approver
               move 0 to cat-apprdate
               move spaces to cat-unit
               move 0 to cat-scale
               write catrecord
                   invalid key
                       display "Already on file, use REPLACE: "
                           ctl-name
                   not invalid key
                       display "Added: " ctl-name
                       move 0 to jh-old-rev
                       move 0 to jh-old-cycle
                       move 0 to jh-old-lines
                       perform journalAfter
                       move 1 to jrnl-deck-sw
                       perform journalWrite
               end-write
           end-if.

      * cmdReplace: retire the outgoing deck into the revision
      * archive, then reload over the entry, stepping the revision.
      * The last-plotted date resets - the new revision has never
      * been to paper, and nobody has approved it either, so the
      * entry drops back to draft until it is released again. A
      * deck that cannot be archived is not replaced: REPLACE
      * retires revisions, it never discards them.
       cmdReplace.
           move ctl-name to cat-key.
           read catfile
                   display "Not on file, use ADD: " ctl-name
               not invalid key
                   move cat-rev to old-rev
                   perform journalBefore
                   perform archiveOld
                   if arch-ok-sw = 0
                       display "Replace abandoned, cannot archive "
                       if load-ok-sw = 1
                           compute cat-rev = old-rev + 1
                           move 0 to cat-plotdate
                           move "D" to cat-status
                           move spaces to cat-approver
                           move 0 to cat-apprdate
                           rewrite catrecord
                               invalid key
                                   display "Replace failed: "
                                   move cat-rev to rev-ed
                                   display "Replaced: " ctl-name
                                       " now revision " rev-ed
                                   perform journalAfter
                                   move 1 to jrnl-deck-sw
                                   perform journalWrite
                           end-rewrite
                       end-if
                   end-if
           add 1 to arch-k.
           if arch-k not > cat-lines go to archiveOld-loop.

      * cmdDelete: the entry is read first so the journal carries
      * what was deleted, not just that something was.
       cmdDelete.
           move ctl-name to cat-key.
           read catfile
               invalid key
                   display "Not on file: " ctl-name
               not invalid key
                   perform journalBefore
                   delete catfile record
                       invalid key
                           display "Delete failed: " ctl-name
                       not invalid key
                           display "Deleted: " ctl-name
                           move 0 to jh-new-rev
                           move 0 to jh-new-cycle
                           move 0 to jh-new-lines
                           move spaces to jh-status
                           move spaces to jh-approver
                           move spaces to jh-unit
                           move 0 to jh-scale
                           move 0 to jrnl-deck-sw
                           perform journalWrite
                   end-delete
           end-read.

      * cmdList/-loop: walk the whole catalog in key order. A date
      * of zero reads as never plotted; a cycle of zero means the
      * job is off the replot cycle. ST is the release status (D
      * draft, R released, H on hold) with who last set it; UNIT
      * and SCALE are blank for an entry in bare grid cells.
       cmdList.
           move low-values to cat-key.
           start catfile key not < cat-key
                   display "Catalog is empty."
               not invalid key
                   display "JOB NAME             REV LINE "
                       "LAST-PLOT CYC ST APPROVER APPR-DATE"
                       " UNIT     SCALE"
                   perform cmdList-loop
           end-start.

                   move cat-rev to rev-ed
                   move cat-lines to lines-ed
                   move cat-cycle to cyc-ed
                   if cat-unit = spaces
                       display cat-key " " rev-ed " " lines-ed
                           " " cat-plotdate " " cyc-ed
                           "  " cat-status " " cat-approver
                           " " cat-apprdate
                   else
                       move cat-scale to scale-ed
                       display cat-key " " rev-ed " " lines-ed
                           " " cat-plotdate " " cyc-ed
                           "  " cat-status " " cat-approver
                           " " cat-apprdate "  " cat-unit
                           "  " scale-ed
                   end-if
                   go to cmdList-loop
           end-read.

                   invalid key
                       display "Not on file: " ctl-name
                   not invalid key
                       perform journalBefore
                       move ctl-parm3 to cat-cycle
                       rewrite catrecord
                           invalid key
                               move cat-cycle to cyc-ed
                               display "Cycle set: " ctl-name
                                   " every " cyc-ed " days"
                               perform journalAfter
                               move 0 to jrnl-deck-sw
                               perform journalWrite
                       end-rewrite
               end-read
           end-if.

      * cmdStatus: RELEASE and HOLD. The approver's name rides in
      * the parameter field and is required - an approval nobody
      * signed for is no approval. A release or hold is stamped
      * with today's date; the deck itself is untouched.
       cmdStatus.
           if ctl-parm = spaces
               display ctl-verb " needs an approver: " ctl-name
           else
               move ctl-name to cat-key
               read catfile
                   invalid key
                       display "Not on file: " ctl-name
                   not invalid key
                       perform journalBefore
                       move new-status to cat-status
                       move ctl-parm to cat-approver
                       accept cat-apprdate from date YYYYMMDD
                       rewrite catrecord
                           invalid key
                               display "Status update failed: "
                                   ctl-name
                           not invalid key
                               move cat-rev to rev-ed
                               if cat-status = "R"
                                   display "Released: " ctl-name
                                       " revision " rev-ed
                                       " by " cat-approver
                               else
                                   display "On hold: " ctl-name
                                       " revision " rev-ed
                                       " by " cat-approver
                               end-if
                               perform journalAfter
                               move 0 to jrnl-deck-sw
                               perform journalWrite
                       end-rewrite
               end-read
           end-if.

      * cmdUnits: set (or, with the unit blank, clear) the unit of
      * measure and units-per-cell scale on an existing entry. The
      * scale is keyed with its decimal point, nnnn.nnnn, and must
      * be more than zero; the unit must be one the plotter can
      * turn into metres for billing.
       cmdUnits.
           move ctl-parm to unit-w.
           move ctl-scale to scale-w.
           move spaces to scale-dig.
           string scale-int scale-frac delimited by size
               into scale-dig.
           if unit-w not = spaces and unit-w not = "MM"
                   and unit-w not = "CM" and unit-w not = "M "
                   and unit-w not = "IN" and unit-w not = "FT"
               display "UNITS needs MM, CM, M, IN or FT: " ctl-name
           else
           if unit-w not = spaces
                   and ( scale-pt not = "." or scale-dig not numeric )
               display "UNITS needs a scale keyed nnnn.nnnn: "
                   ctl-name
           else
           if unit-w not = spaces and scale-n = 0
               display "UNITS scale must be more than zero: "
                   ctl-name
           else
               move ctl-name to cat-key
               read catfile
                   invalid key
                       display "Not on file: " ctl-name
                   not invalid key
                       perform journalBefore
                       move unit-w to cat-unit
                       if unit-w = spaces
                           move 0 to cat-scale
                       else
                           move scale-n to cat-scale
                       end-if
                       rewrite catrecord
                           invalid key
                               display "Units update failed: "
                                   ctl-name
                           not invalid key
                               if cat-unit = spaces
                                   display "Units cleared: " ctl-name
                                       " (grid cells)"
                               else
                                   move cat-scale to scale-ed
                                   display "Units set: " ctl-name
                                       " one cell = " scale-ed
                                       " " cat-unit
                               end-if
                               perform journalAfter
                               move 0 to jrnl-deck-sw
                               perform journalWrite
                       end-rewrite
               end-read
           end-if
           end-if
           end-if.

      * cmdWhere/-name/-loop/-line: the USEDBY where-used listing
      * for a symbol. The catalog is walked once per name on the
      * list - the target first, then each entry found placing it,
      * then each entry placing one of those - so a change to a symbol
      * shows every drawing that will move with it. DIRECT entries
      * carry a 1212 record naming the target; INDIRECT ones place
      * it through the symbol shown under VIA. Only current decks
      * are searched; archived revisions are history, not users.
       cmdWhere.
           move 1 to wu-count.
           move 0 to wu-drops.
           move ctl-name to wu-name(1).
           move 0 to wu-level(1).
           move spaces to wu-via(1).
           display "Where used: " ctl-name.
           move 1 to wu-k.
           perform cmdWhere-name.
           if wu-count = 1
               display "  (not placed by any entry)"
           end-if.
           if wu-drops > 0
               display "  " wu-drops " more NOT LISTED (TABLE FULL)"
           end-if.

       cmdWhere-name.
           move low-values to cat-key.
           start catfile key not < cat-key
               invalid key
                   continue
               not invalid key
                   perform cmdWhere-loop
           end-start.
           add 1 to wu-k.
           if wu-k not > wu-count go to cmdWhere-name.

       cmdWhere-loop.
           read catfile next
               at end
                   continue
               not at end
                   if cat-lines > 1
                       move 2 to wu-line-k
                       perform cmdWhere-line
                   end-if
                   go to cmdWhere-loop
           end-read.

      * cmdWhere-line: one deck line; an entry is listed once, at
      * the first (shallowest) place it turns up.
       cmdWhere-line.
           move cat-line(wu-line-k) to wu-line.
           if wu-marker = "1212 1212" and wu-sym = wu-name(wu-k)
               move 0 to wu-seen-sw
               move 1 to wu-j
               perform cmdWhere-seen
               if wu-seen-sw = 0
                   if wu-count >= 200
                       add 1 to wu-drops
                   else
                       add 1 to wu-count
                       move cat-key to wu-name(wu-count)
                       compute wu-level(wu-count) =
                           wu-level(wu-k) + 1
                       move wu-name(wu-k) to wu-via(wu-count)
                       if wu-count = 2
                           display "JOB NAME             USE      "
                               "VIA"
                       end-if
                       if wu-k = 1
                           move "DIRECT" to wu-use
                           display cat-key " " wu-use
                       else
                           move "INDIRECT" to wu-use
                           display cat-key " " wu-use " "
                               wu-via(wu-count)
                       end-if
                   end-if
               end-if
           end-if.
           add 1 to wu-line-k.
           if wu-line-k not > cat-lines go to cmdWhere-line.

       cmdWhere-seen.
           if wu-name(wu-j) = cat-key
               move 1 to wu-seen-sw
           end-if.
           add 1 to wu-j.
           if wu-j not > wu-count go to cmdWhere-seen.

      * cmdHistory/-loop: the current revision off the catalog, then
      * every archived revision of the job in revision order.
       cmdHistory.
                   display ctl-name " current rev " rev-ed
                       " lines " lines-ed
                       " last-plot " cat-plotdate
                   display "  status " cat-status
                       " approver " cat-approver
                       " date " cat-apprdate
           end-read.
           move ctl-name to arch-name.
           move 0 to arch-rev.
               move arch-ct to rev-ed
               display "Purged " rev-ed " archived revisions: "
                   ctl-name
               move 0 to jh-old-rev
               move 0 to jh-old-cycle
               move 0 to jh-old-lines
               move 0 to jh-new-rev
               move 0 to jh-new-cycle
               move 0 to jh-new-lines
               move spaces to jh-status
               move spaces to jh-approver
               move spaces to jh-unit
               move 0 to jh-scale
               move arch-ct to jh-count
               move 0 to jrnl-deck-sw
               perform journalWrite
           end-if.

       cmdPurge-loop.
                   end-if
           end-read.

      * journalBefore/journalAfter: stage the entry's revision,
      * cycle and line count as they stand before and after the
      * change; journalAfter also stages the release status,
      * approver, unit and scale the entry is left with.
       journalBefore.
           move cat-rev to jh-old-rev.
           move cat-cycle to jh-old-cycle.
           move cat-lines to jh-old-lines.

       journalAfter.
           move cat-rev to jh-new-rev.
           move cat-cycle to jh-new-cycle.
           move cat-lines to jh-new-lines.
           move cat-status to jh-status.
           move cat-approver to jh-approver.
           move cat-unit to jh-unit.
           move cat-scale to jh-scale.

      * journalWrite: one *JNL line for the change just applied,
      * stamped now, followed for an ADD or REPLACE by the deck as
      * it went into the catalog. The count field is PURGE's alone
      * and is cleared once written.
       journalWrite.
           move "*JNL " to jh-tag.
           accept jh-date from date YYYYMMDD.
           accept jrnl-clock from time.
           move jrnl-hms to jh-time.
           move oper-id to jh-oper.
           move ctl-verb to jh-verb.
           move ctl-name to jh-key.
           move spaces to jrnlrecord.
           move jrnlhead to jrnlrecord.
           write jrnlrecord.
           move 0 to jh-count.
           if jrnl-deck-sw = 1
               move 1 to arch-k
               perform journalWrite-loop
           end-if.

       journalWrite-loop.
           move spaces to jrnlrecord.
           move cat-line(arch-k) to jrnlrecord.
           write jrnlrecord.
           add 1 to arch-k.
           if arch-k not > cat-lines go to journalWrite-loop.

      * loadDeck/-loop: read the named deck file into the catalog
      * record verbatim, line for line - the plotter parses catalog
      * lines with the same code it parses loose decks with, so
