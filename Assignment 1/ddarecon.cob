      * ----------------------------------------------------------------
      * | DDARECON - end-of-night reconciliation of the plotter run    |
      * |                                                              |
      * | Ties together the four records the night run leaves behind  |
      * | for one run date: jobctl.txt (what was submitted),          |
      * | audit.log (what ran), billing.dat (what was billed) and     |
      * | retry.q (what was handed to the morning shift). The run     |
      * | date is the first line of reconctl.txt (YYYYMMDD), or today |
      * | when that file is missing or its first line is not a date. |
      * | ddarecon.rpt lists every break:                             |
      * |   - submitted jobs with no audit line                       |
      * |   - audit lines no jobctl entry (or *RETRY) accounts for    |
      * |   - completed jobs never billed, or billed twice            |
      * |   - billing records with no completed run behind them       |
      * |   - failed jobs missing from retry.q                        |
      * |   - retry.q entries with no failing audit line behind them  |
      * | and closes with the control totals - submitted, completed,  |
      * | skipped, failed, billed, queued - and the three balances    |
      * | they must strike.                                           |
      * | Outcomes are read off the audit line by the same rules      |
      * | DDAOPS applies: a bad input status, an output or checkpoint |
      * | status reached but not clean, or a clean input status with  |
      * | a blank checkpoint status (rejected in validation) is a     |
      * | failure; a clean line with no VERIFY verdict is a job the   |
      * | checkpoint skipped; anything else reached paper, and        |
      * | completed only when FINALI reached N.                       |
      * ----------------------------------------------------------------

       identification division.
       program-id. ddarecon.

       environment division.
       input-output section.
       file-control.

           select ctlfile assign to disk
               organization is line sequential
               file status is ctlstatus.

           select jobctl assign to disk
               organization is line sequential
               file status is jcstatus.

           select auditfile assign to disk
               organization is line sequential
               file status is auditstatus.

           select billfile assign to disk
               organization is line sequential
               file status is billstatus.

           select retryfile assign to disk
               organization is line sequential
               file status is retrystatus.

           select rptfile assign to disk
               organization is line sequential
               file status is rptstatus.

       data division.
       file section.
       fd ctlfile label record is standard
           value of file-id is "reconctl.txt".
       01 ctlrecord.
           05 ctl-date pic 9(8).
       fd jobctl label record is standard
           value of file-id is "jobctl.txt".
       01 jcrecord pic X(20).
       fd auditfile label record is standard
           value of file-id is "audit.log".
       01 auditrecord pic X(132).
       fd billfile label record is standard
           value of file-id is "billing.dat".
       01 billrecord pic X(100).
       fd retryfile label record is standard
           value of file-id is "retry.q".
       01 retryrecord pic X(130).
       fd rptfile label record is standard
           value of file-id is "ddarecon.rpt".
       01 rptrecord pic X(80).

       working-storage section.
       01 ctlstatus pic X(2) value spaces.
       01 jcstatus pic X(2) value spaces.
       01 auditstatus pic X(2) value spaces.
       01 billstatus pic X(2) value spaces.
       01 retrystatus pic X(2) value spaces.
       01 rptstatus pic X(2) value spaces.
       01 more-sw pic 9 value 1.
       01 run-date pic 9(8).
       01 recon-date pic 9(8).

      * audrec: the fixed layout the plotter's auditLog STRING
      * produces, picked apart by position the way DDAOPS does.
       01 audrec.
           05 aud-date pic 9(8).
           05 filler pic X(1).
           05 aud-time pic X(8).
           05 filler pic X(5).
           05 aud-job pic X(20).
           05 filler pic X(3).
           05 aud-n pic 9(3).
           05 filler pic X(8).
           05 aud-finali pic 9(3).
           05 filler pic X(9).
           05 aud-ist pic X(2).
           05 filler pic X(9).
           05 aud-ost pic X(2).
           05 filler pic X(10).
           05 aud-ckst pic X(2).
           05 filler pic X(11).
           05 aud-segst pic X(2).
           05 filler pic X(8).
           05 aud-ver pic X(2).

      * billrec/retryrec: the plotter's billing detail and retry
      * queue layouts, by position.
       01 billrec.
           05 bil-date pic 9(8).
           05 filler pic X(1).
           05 bil-job pic X(20).
           05 filler pic X(1).
           05 bil-drawn pic 9(8)V99.
           05 filler pic X(1).
           05 bil-travel pic 9(8)V99.
           05 filler pic X(1).
           05 bil-pages pic 9(5).
           05 filler pic X(1).
           05 bil-shapes pic 9(3).
       01 retryrec.
           05 rq-date pic 9(8).
           05 filler pic X(1).
           05 rq-job pic X(20).
           05 filler pic X(1).
           05 rq-code pic 9(2).
           05 filler pic X(1).
           05 rq-reason pic X(40).
           05 filler pic X(1).
           05 rq-image pic X(50).

      * jobctl entries in submission order: one per solo job, one
      * per overlay group (named after its first member, as the
      * plotter's audit line is), and one per *RETRY line - the
      * point at which the queue was drained and re-run. A group's
      * member names sit in the member table, so a retry entry
      * naming whichever member failed still matches the group.
       01 nents pic 9(3) value 0.
       01 entdata.
           05 ents occurs 500 times.
               10 ent-type pic X(1).
               10 ent-name pic X(20).
               10 ent-mem1 pic 9(3).
               10 ent-nmem pic 9(2).
               10 ent-aud pic 9(3).
       01 nmems pic 9(3) value 0.
       01 memdata.
           05 mem-name pic X(20) occurs 999.
       01 ov-sw pic 9 value 0.
       01 ov-count pic 9(2) value 0.
       01 ov-mem1 pic 9(3) value 1.
       01 ov-open-sw pic 9 value 0.
       01 new-type pic X(1).
       01 new-name pic X(20).
       01 new-mem1 pic 9(3).
       01 new-nmem pic 9(2).
      * jc-work: a jobctl line split the way the plotter splits it
      * to tell a *LAYER selection from a job name.
       01 jc-work pic X(20).
       01 jc-work-red redefines jc-work.
           05 jc-verb pic X(7).
           05 filler pic X(13).

      * the run date's audit lines in log order: the outcome read
      * off each (C completed, S skipped by the checkpoint, F
      * failed), what accounts for it (J a jobctl entry, R a *RETRY
      * resubmit, U nothing), whether a later *RETRY drained its
      * failure back off the queue, and whether a billing record
      * and a queue entry were found for it.
       01 naud pic 9(3) value 0.
       01 auddata.
           05 auds occurs 999 times.
               10 au-job pic X(20).
               10 au-class pic X(1).
               10 au-ver pic X(2).
               10 au-src pic X(1).
               10 au-ent pic 9(3).
               10 au-drain pic 9.
               10 au-bill pic 9.
               10 au-rq pic 9.
       01 new-class pic X(1).

      * the run date's billing records and retry queue entries,
      * each flagged once something on the audit side claims it.
       01 nbills pic 9(3) value 0.
       01 billdata.
           05 bills occurs 999 times.
               10 bl-job pic X(20).
               10 bl-used pic 9.
       01 nrqs pic 9(3) value 0.
       01 rqdata.
           05 rqs occurs 999 times.
               10 rt-job pic X(20).
               10 rt-code pic 9(2).
               10 rt-reason pic X(40).
               10 rt-used pic 9.

      * dropped-tally counters: what would not fit the tables is
      * counted and reported, so a capped reconciliation reads as
      * visibly incomplete instead of quietly wrong.
       01 ent-drops pic 9(5) value 0.
       01 mem-drops pic 9(5) value 0.
       01 aud-drops pic 9(5) value 0.
       01 bill-drops pic 9(5) value 0.
       01 rq-drops pic 9(5) value 0.
       01 lines-bad pic 9(5) value 0.

      * matching work: the audit cursor the jobctl walk advances,
      * the *RETRY-pending switch, and the search subscripts.
       01 ac pic 9(4) value 1.
       01 ax pic 9(4) value 0.
       01 fx pic 9(4) value 0.
       01 qx pic 9(4) value 0.
       01 mx pic 9(4) value 0.
       01 mx-end pic 9(4) value 0.
       01 e pic 9(3) value 0.
       01 sk pic 9(4) value 0.
       01 sk-end pic 9(4) value 0.
       01 pend-sw pic 9 value 0.
       01 hit-sw pic 9 value 0.
       01 none-sw pic 9 value 0.

      * control totals and the balances struck from them.
       01 tot-sub pic 9(5) value 0.
       01 tot-resub pic 9(5) value 0.
       01 tot-unpl pic 9(5) value 0.
       01 tot-noaud pic 9(5) value 0.
       01 tot-comp pic 9(5) value 0.
       01 tot-ng pic 9(5) value 0.
       01 tot-skip pic 9(5) value 0.
       01 tot-fail pic 9(5) value 0.
       01 tot-drain pic 9(5) value 0.
       01 tot-unbill pic 9(5) value 0.
       01 tot-twice pic 9(5) value 0.
       01 tot-orphan pic 9(5) value 0.
       01 tot-unq pic 9(5) value 0.
       01 tot-xq pic 9(5) value 0.
       01 tot-breaks pic 9(5) value 0.
       01 bal-left pic 9(5) value 0.
       01 bal-right pic 9(5) value 0.
       01 bal-diff pic 9(5) value 0.
       01 bal-name pic X(8).
       01 outcome pic X(12).
       01 ct-ed pic ZZZZ9.
       01 ct2-ed pic ZZZZ9.
       01 diff-ed pic ZZZZ9.
       01 code-ed pic Z9.

       procedure division.
       main.
           accept run-date from date YYYYMMDD.
           move run-date to recon-date.
           open input ctlfile.
           if ctlstatus = "00"
               read ctlfile
                   at end
                       continue
                   not at end
                       if ctl-date numeric and ctl-date > 0
                           move ctl-date to recon-date
                       end-if
               end-read
               close ctlfile
           end-if.
           open input jobctl.
           if jcstatus not = "00"
               display "Job control file not found."
               stop run
           end-if.
           move 1 to more-sw.
           perform jc-loop.
           close jobctl.
           open input auditfile.
           if auditstatus not = "00"
               display "Audit log not found."
               stop run
           end-if.
           move 1 to more-sw.
           perform aud-loop.
           close auditfile.
           open input billfile.
           if billstatus = "00"
               move 1 to more-sw
               perform bill-loop
               close billfile
           end-if.
           open input retryfile.
           if retrystatus = "00"
               move 1 to more-sw
               perform rq-loop
               close retryfile
           end-if.
           perform matchJobs.
           perform matchBills.
           perform matchRetries.
           open output rptfile.
           if rptstatus not = "00"
               display "Cannot open ddarecon.rpt."
               stop run
           end-if.
           perform writeReport.
           close rptfile.
           move tot-breaks to ct-ed.
           display "Reconciliation of " recon-date
               " written to ddarecon.rpt - breaks: " ct-ed.
           stop run.

      * jc-loop: one jobctl line per pass, read the way the
      * plotter's job-loop reads it - *PLOTTER/*PRINTER only switch
      * the output device, *LAYER/*ALLLAYERS only choose the layers
      * plotted, *OVERLAY..*END folds its members into one
      * submitted group (at most eight, the plotter's own limit), a
      * group never closed is never run, and *RETRY stands where it
      * was read so the matching walk knows when the queue drained.
       jc-loop.
           read jobctl at end move 0 to more-sw.
           if more-sw = 1
               move jcrecord to jc-work
               if jcrecord = "*RETRY"
                   move "R" to new-type
                   move spaces to new-name
                   move 0 to new-mem1
                   move 0 to new-nmem
                   perform addEnt
               else
               if jcrecord = "*PLOTTER" or jcrecord = "*PRINTER"
                       or jcrecord = "*ALLLAYERS"
                       or jc-verb = "*LAYER "
                   continue
               else
               if jcrecord = "*OVERLAY"
                   if ov-sw = 1
                       compute nmems = ov-mem1 - 1
                   end-if
                   move 1 to ov-sw
                   move 0 to ov-count
                   compute ov-mem1 = nmems + 1
               else
               if jcrecord = "*END"
                   if ov-sw = 1 and ov-count > 0
                       move "J" to new-type
                       move mem-name(ov-mem1) to new-name
                       move ov-mem1 to new-mem1
                       move ov-count to new-nmem
                       perform addEnt
                   end-if
                   move 0 to ov-sw
                   move 0 to ov-count
               else
               if ov-sw = 1
                   if ov-count < 8
                       if nmems < 999
                           add 1 to nmems
                           add 1 to ov-count
                           move jcrecord to mem-name(nmems)
                       else
                           add 1 to mem-drops
                       end-if
                   end-if
               else
                   move "J" to new-type
                   move jcrecord to new-name
                   move 0 to new-mem1
                   move 0 to new-nmem
                   perform addEnt
               end-if
               end-if
               end-if
               end-if
               end-if
               go to jc-loop
           end-if.
           if ov-sw = 1
               compute nmems = ov-mem1 - 1
               move 1 to ov-open-sw
           end-if.

       addEnt.
           if nents < 500
               add 1 to nents
               move new-type to ent-type(nents)
               move new-name to ent-name(nents)
               move new-mem1 to ent-mem1(nents)
               move new-nmem to ent-nmem(nents)
               move 0 to ent-aud(nents)
               if new-type = "J"
                   add 1 to tot-sub
               end-if
           else
               add 1 to ent-drops
           end-if.

      * aud-loop: one audit line per pass; only the run date's
      * lines are kept, each with its outcome already decided.
       aud-loop.
           read auditfile at end move 0 to more-sw.
           if more-sw = 1
               move auditrecord to audrec
               if aud-date numeric and aud-n numeric
                       and aud-finali numeric
                   if aud-date = recon-date
                       perform keepAud
                   end-if
               else
                   add 1 to lines-bad
               end-if
               go to aud-loop
           end-if.

      * keepAud: the outcome of one run. The failure tests are
      * DDAOPS's (CKSTATUS 35 is a first run, not a failure), less
      * VERIFY=NG and SEGSTATUS - the plotter neither aborts nor
      * queues on either, and it bills an NG run like any other.
       keepAud.
           move "C" to new-class.
           if aud-ist not = "00"
                   or aud-ckst = spaces
                   or ( aud-ost not = "00" and aud-ost not = spaces )
                   or ( aud-ckst not = "00" and aud-ckst not = "35" )
               move "F" to new-class
           else
               if aud-ver = spaces
                   move "S" to new-class
               else
                   if aud-finali < aud-n
                       move "F" to new-class
                   end-if
               end-if
           end-if.
           if naud < 999
               add 1 to naud
               move aud-job to au-job(naud)
               move new-class to au-class(naud)
               move aud-ver to au-ver(naud)
               move spaces to au-src(naud)
               move 0 to au-ent(naud)
               move 0 to au-drain(naud)
               move 0 to au-bill(naud)
               move 0 to au-rq(naud)
               if new-class = "C"
                   add 1 to tot-comp
                   if aud-ver = "NG" add 1 to tot-ng end-if
               end-if
               if new-class = "S" add 1 to tot-skip end-if
               if new-class = "F" add 1 to tot-fail end-if
           else
               add 1 to aud-drops
           end-if.

       bill-loop.
           read billfile at end move 0 to more-sw.
           if more-sw = 1
               move billrecord to billrec
               if bil-date numeric and bil-date = recon-date
                   if nbills < 999
                       add 1 to nbills
                       move bil-job to bl-job(nbills)
                       move 0 to bl-used(nbills)
                   else
                       add 1 to bill-drops
                   end-if
               end-if
               go to bill-loop
           end-if.

       rq-loop.
           read retryfile at end move 0 to more-sw.
           if more-sw = 1
               move retryrecord to retryrec
               if rq-date numeric and rq-date = recon-date
                   if nrqs < 999
                       add 1 to nrqs
                       move rq-job to rt-job(nrqs)
                       move rq-code to rt-code(nrqs)
                       move rq-reason to rt-reason(nrqs)
                       move 0 to rt-used(nrqs)
                   else
                       add 1 to rq-drops
                   end-if
               end-if
               go to rq-loop
           end-if.

      * matchJobs: walk jobctl and the audit lines together, in
      * order. Each job entry claims the next unclaimed audit line
      * carrying its name; lines passed over on the way were run by
      * a *RETRY read before the entry (resubmits) or by nothing at
      * all. A *RETRY line drains every failure logged so far off
      * the queue - those are re-run, not queued, from then on.
       matchJobs.
           move 1 to ac.
           move 0 to pend-sw.
           if nents > 0
               move 1 to e
               perform matchEnt-loop
           end-if.
           move ac to sk.
           move naud to sk-end.
           if sk not > sk-end
               perform markPassed-loop
           end-if.

       matchEnt-loop.
           if ent-type(e) = "R"
               if ac > 1
                   move 1 to ax
                   perform drainFails-loop
               end-if
               move 1 to pend-sw
           else
               move ac to ax
               perform findAud-loop
               if fx = 0
                   add 1 to tot-noaud
               else
                   move ac to sk
                   compute sk-end = fx - 1
                   if sk not > sk-end
                       perform markPassed-loop
                   end-if
                   move "J" to au-src(fx)
                   move e to au-ent(fx)
                   move fx to ent-aud(e)
                   compute ac = fx + 1
                   move 0 to pend-sw
               end-if
           end-if.
           add 1 to e.
           if e not > nents go to matchEnt-loop.

       findAud-loop.
           if ax > naud
               move 0 to fx
           else
               if au-job(ax) = ent-name(e) and au-src(ax) = spaces
                   move ax to fx
               else
                   add 1 to ax
                   go to findAud-loop
               end-if
           end-if.

       markPassed-loop.
           if au-src(sk) = spaces
               if pend-sw = 1
                   move "R" to au-src(sk)
                   add 1 to tot-resub
               else
                   move "U" to au-src(sk)
                   add 1 to tot-unpl
               end-if
           end-if.
           add 1 to sk.
           if sk not > sk-end go to markPassed-loop.

       drainFails-loop.
           if au-class(ax) = "F" and au-drain(ax) = 0
               move 1 to au-drain(ax)
               add 1 to tot-drain
           end-if.
           add 1 to ax.
           if ax < ac go to drainFails-loop.

      * matchBills: every completed run claims one billing record
      * under its job name; what is left over was billed twice, or
      * billed with no completed run behind it at all.
       matchBills.
           if naud > 0
               move 1 to ax
               perform matchBill-loop
           end-if.

       matchBill-loop.
           if au-class(ax) = "C"
               move 1 to qx
               move 0 to fx
               perform findBill-loop
               if fx = 0
                   add 1 to tot-unbill
               else
                   move 1 to bl-used(fx)
                   move 1 to au-bill(ax)
               end-if
           end-if.
           add 1 to ax.
           if ax not > naud go to matchBill-loop.

       findBill-loop.
           if qx not > nbills
               if bl-used(qx) = 0 and bl-job(qx) = au-job(ax)
                   move qx to fx
               else
                   add 1 to qx
                   go to findBill-loop
               end-if
           end-if.

      * matchRetries: every failure still on the queue (not drained
      * by a later *RETRY) claims one queue entry - under its own
      * name, or for an overlay group under any member's name, since
      * the plotter queues the member that failed.
       matchRetries.
           if naud > 0
               move 1 to ax
               perform matchRq-loop
           end-if.

       matchRq-loop.
           if au-class(ax) = "F" and au-drain(ax) = 0
               move 1 to qx
               move 0 to fx
               perform findRq-loop
               if fx = 0
                   add 1 to tot-unq
               else
                   move 1 to rt-used(fx)
                   move 1 to au-rq(ax)
               end-if
           end-if.
           add 1 to ax.
           if ax not > naud go to matchRq-loop.

       findRq-loop.
           if qx not > nrqs
               move 0 to hit-sw
               if rt-used(qx) = 0
                   if rt-job(qx) = au-job(ax)
                       move 1 to hit-sw
                   else
                       if au-ent(ax) > 0
                           if ent-nmem(au-ent(ax)) > 1
                               move ent-mem1(au-ent(ax)) to mx
                               compute mx-end = mx
                                   + ent-nmem(au-ent(ax)) - 1
                               perform memTest-loop
                           end-if
                       end-if
                   end-if
               end-if
               if hit-sw = 1
                   move qx to fx
               else
                   add 1 to qx
                   go to findRq-loop
               end-if
           end-if.

       memTest-loop.
           if mem-name(mx) = rt-job(qx)
               move 1 to hit-sw
           else
               add 1 to mx
               if mx not > mx-end go to memTest-loop
           end-if.

      * writeReport: the break sections, each followed by (NONE)
      * when clean, the informational resubmit list, then the
      * control totals and balances.
       writeReport.
           move spaces to rptrecord.
           string "NIGHT RUN RECONCILIATION    RUN DATE: " run-date
               delimited by size into rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "RECONCILED DATE: " recon-date
               delimited by size into rptrecord.
           write rptrecord.
           if ov-open-sw = 1
               move spaces to rptrecord
               string "JOBCTL ENDS INSIDE AN OVERLAY GROUP - GROUP "
                   "NOT RUN (MISSING *END)"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           perform writeBlank.
           move spaces to rptrecord.
           string "SUBMITTED JOBS WITH NO AUDIT LINE"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if nents > 0
               move 1 to e
               perform writeNoAud-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           move spaces to rptrecord.
           string "AUDIT LINES NO JOBCTL ENTRY ACCOUNTS FOR"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if naud > 0
               move 1 to ax
               perform writeUnpl-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           move spaces to rptrecord.
           string "COMPLETED JOBS NEVER BILLED"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if naud > 0
               move 1 to ax
               perform writeUnbill-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           move spaces to rptrecord.
           string "JOBS BILLED TWICE"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if nbills > 0
               move 1 to qx
               perform writeTwice-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           move spaces to rptrecord.
           string "BILLING RECORDS WITH NO COMPLETED RUN"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if nbills > 0
               move 1 to qx
               perform writeOrphan-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           move spaces to rptrecord.
           string "FAILED JOBS MISSING FROM THE RETRY QUEUE"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if naud > 0
               move 1 to ax
               perform writeUnq-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           move spaces to rptrecord.
           string "RETRY ENTRIES WITH NO FAILING AUDIT LINE"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if nrqs > 0
               move 1 to qx
               perform writeXq-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           move spaces to rptrecord.
           string "RESUBMITTED BY *RETRY (NOT A BREAK)"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to none-sw.
           if naud > 0
               move 1 to ax
               perform writeResub-loop
           end-if.
           perform writeNone.
           perform writeBlank.
           perform writeTotals.

       writeBlank.
           move spaces to rptrecord.
           write rptrecord.

       writeNone.
           if none-sw = 1
               move spaces to rptrecord
               string "  (NONE)"
                   delimited by size into rptrecord
               write rptrecord
           end-if.

      * setOutcome: the audit outcome of line ax in words.
       setOutcome.
           move spaces to outcome.
           if au-class(ax) = "C"
               if au-ver(ax) = "NG"
                   move "VERIFY=NG" to outcome
               else
                   move "COMPLETED" to outcome
               end-if
           end-if.
           if au-class(ax) = "S" move "SKIPPED" to outcome end-if.
           if au-class(ax) = "F" move "FAILED" to outcome end-if.

       writeNoAud-loop.
           if ent-type(e) = "J" and ent-aud(e) = 0
               move 0 to none-sw
               add 1 to tot-breaks
               move spaces to rptrecord
               if ent-nmem(e) > 0
                   move ent-nmem(e) to code-ed
                   string "  " ent-name(e) "  OVERLAY GROUP OF "
                       code-ed
                       delimited by size into rptrecord
               else
                   string "  " ent-name(e)
                       delimited by size into rptrecord
               end-if
               write rptrecord
           end-if.
           add 1 to e.
           if e not > nents go to writeNoAud-loop.

       writeUnpl-loop.
           if au-src(ax) = "U"
               move 0 to none-sw
               add 1 to tot-breaks
               perform setOutcome
               move spaces to rptrecord
               string "  " au-job(ax) "  " outcome
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to ax.
           if ax not > naud go to writeUnpl-loop.

       writeUnbill-loop.
           if au-class(ax) = "C" and au-bill(ax) = 0
               move 0 to none-sw
               add 1 to tot-breaks
               perform setOutcome
               move spaces to rptrecord
               string "  " au-job(ax) "  " outcome
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to ax.
           if ax not > naud go to writeUnbill-loop.

      * writeTwice-loop/writeOrphan-loop: a leftover billing record
      * is a second bill when another record of the same job was
      * claimed by a completed run, and an orphan otherwise.
       writeTwice-loop.
           if bl-used(qx) = 0
               move 0 to hit-sw
               move 1 to fx
               perform findBilled-loop
               if hit-sw = 1
                   move 0 to none-sw
                   add 1 to tot-twice
                   add 1 to tot-breaks
                   move spaces to rptrecord
                   string "  " bl-job(qx)
                       delimited by size into rptrecord
                   write rptrecord
               end-if
           end-if.
           add 1 to qx.
           if qx not > nbills go to writeTwice-loop.

       writeOrphan-loop.
           if bl-used(qx) = 0
               move 0 to hit-sw
               move 1 to fx
               perform findBilled-loop
               if hit-sw = 0
                   move 0 to none-sw
                   add 1 to tot-orphan
                   add 1 to tot-breaks
                   move spaces to rptrecord
                   string "  " bl-job(qx)
                       delimited by size into rptrecord
                   write rptrecord
               end-if
           end-if.
           add 1 to qx.
           if qx not > nbills go to writeOrphan-loop.

       findBilled-loop.
           if bl-used(fx) = 1 and bl-job(fx) = bl-job(qx)
               move 1 to hit-sw
           else
               add 1 to fx
               if fx not > nbills go to findBilled-loop
           end-if.

       writeUnq-loop.
           if au-class(ax) = "F" and au-drain(ax) = 0
                   and au-rq(ax) = 0
               move 0 to none-sw
               add 1 to tot-breaks
               move spaces to rptrecord
               if au-src(ax) = "R"
                   string "  " au-job(ax) "  (RESUBMITTED BY *RETRY)"
                       delimited by size into rptrecord
               else
                   string "  " au-job(ax)
                       delimited by size into rptrecord
               end-if
               write rptrecord
           end-if.
           add 1 to ax.
           if ax not > naud go to writeUnq-loop.

       writeXq-loop.
           if rt-used(qx) = 0
               move 0 to none-sw
               add 1 to tot-xq
               add 1 to tot-breaks
               move rt-code(qx) to code-ed
               move spaces to rptrecord
               string "  " rt-job(qx) "  CODE " code-ed "  "
                   rt-reason(qx)
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to qx.
           if qx not > nrqs go to writeXq-loop.

       writeResub-loop.
           if au-src(ax) = "R"
               move 0 to none-sw
               perform setOutcome
               move spaces to rptrecord
               string "  " au-job(ax) "  " outcome
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to ax.
           if ax not > naud go to writeResub-loop.

      * writeTotals: the control totals and the three balances -
      * every job submitted or resubmitted has exactly one outcome,
      * every completed run one bill, and every failure still on
      * the queue one queue entry.
       writeTotals.
           move spaces to rptrecord.
           string "CONTROL TOTALS"
               delimited by size into rptrecord.
           write rptrecord.
           move tot-sub to ct-ed.
           move spaces to rptrecord.
           string "  SUBMITTED (JOBCTL)        " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-resub to ct-ed.
           move spaces to rptrecord.
           string "  RESUBMITTED (*RETRY)      " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-comp to ct-ed.
           move tot-ng to ct2-ed.
           move spaces to rptrecord.
           string "  COMPLETED                 " ct-ed
               "   (VERIFY=NG " ct2-ed ")"
               delimited by size into rptrecord.
           write rptrecord.
           move tot-skip to ct-ed.
           move spaces to rptrecord.
           string "  SKIPPED (ALREADY DONE)    " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-fail to ct-ed.
           move tot-drain to ct2-ed.
           move spaces to rptrecord.
           string "  FAILED                    " ct-ed
               "   (DRAINED BY *RETRY " ct2-ed ")"
               delimited by size into rptrecord.
           write rptrecord.
           move nbills to ct-ed.
           move spaces to rptrecord.
           string "  BILLED                    " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move nrqs to ct-ed.
           move spaces to rptrecord.
           string "  QUEUED                    " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           perform writeBlank.
           move spaces to rptrecord.
           string "BALANCES"
               delimited by size into rptrecord.
           write rptrecord.
           move "JOBS" to bal-name.
           compute bal-left = tot-sub + tot-resub.
           compute bal-right = tot-comp + tot-skip + tot-fail.
           perform writeBalance.
           move "BILLING" to bal-name.
           move tot-comp to bal-left.
           move nbills to bal-right.
           perform writeBalance.
           move "QUEUE" to bal-name.
           compute bal-left = tot-fail - tot-drain.
           move nrqs to bal-right.
           perform writeBalance.
           if ent-drops > 0 or mem-drops > 0 or aud-drops > 0
                   or bill-drops > 0 or rq-drops > 0
               compute ct-ed = ent-drops + mem-drops + aud-drops
                   + bill-drops + rq-drops
               move spaces to rptrecord
               string "  NOT RECONCILED (TABLE FULL): " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if lines-bad > 0
               move lines-bad to ct-ed
               move spaces to rptrecord
               string "  AUDIT LINES SKIPPED:  " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           perform writeBlank.
           move tot-breaks to ct-ed.
           move spaces to rptrecord.
           string "TOTAL BREAKS: " ct-ed
               delimited by size into rptrecord.
           write rptrecord.

      * writeBalance: one balance line - the two sides and whether
      * they strike.
       writeBalance.
           move bal-left to ct-ed.
           move bal-right to ct2-ed.
           move spaces to rptrecord.
           if bal-left = bal-right
               string "  " bal-name "  " ct-ed " = " ct2-ed
                   "   BALANCED"
                   delimited by size into rptrecord
           else
               if bal-left > bal-right
                   compute bal-diff = bal-left - bal-right
               else
                   compute bal-diff = bal-right - bal-left
               end-if
               move bal-diff to diff-ed
               string "  " bal-name "  " ct-ed " / " ct2-ed
                   "   OUT OF BALANCE BY " diff-ed
                   delimited by size into rptrecord
           end-if.
           write rptrecord.

      * END OF FILE ---------------------------------------------------
