      * ----------------------------------------------------------------
      * | DDASTOCK - plotter consumables ledger: paper and pens       |
      * |                                                              |
      * | Reads consume.dat, the consumables detail file the          |
      * | plotter's usageDetail appends for every completed job (one  |
      * | paper line with the pages printed, one line per pen         |
      * | character with the length that pen drew), and keeps         |
      * | stock.dat, the stock master: paper on hand in sheets, and   |
      * | for each pen character the pens on hand, the drawn length   |
      * | one pen lasts (its life) and the nightly usage rate. Each   |
      * | run:                                                        |
      * |   - posts every usage line not yet posted against the       |
      * |     stock master (a pen's length over its life is pens      |
      * |     used) and marks the line posted in consume.dat, so no   |
      * |     line is ever taken twice; usage for a pen with no stock |
      * |     record is left unposted, and reported, until a PENLIFE  |
      * |     line sets one up;                                       |
      * |   - applies stockctl.txt, the stock transactions, after     |
      * |     the posting, so a count reflects the night's usage,     |
      * |     each line once only;                                    |
      * |   - sets each item's usage rate from the last 30 run dates  |
      * |     on consume.dat;                                         |
      * |   - estimates tomorrow's need from jobctl.txt as DDASCHED   |
      * |     built it - each job at its own average per run on       |
      * |     file, a job with no history at the average of all jobs; |
      * |   - rewrites stock.dat and writes ddastock.rpt: the         |
      * |     posting, usage by day and by pen, the stock position,   |
      * |     tomorrow's need, and the reorder list - every item      |
      * |     projected to run out within the horizon (nights of      |
      * |     cover, 7 unless set) or short for tomorrow, with the    |
      * |     quantity to order to cover it.                          |
      * |                                                              |
      * | stockctl.txt, one transaction per line, fixed columns:      |
      * | verb X(8), item X(6) (PAPER or PEN), pen character X(1),    |
      * | space, quantity 9(7):                                       |
      * |   PENLIFE PEN   c nnnnnnn - the length pen c draws before   |
      * |                             it is spent; adds c to stock    |
      * |   RECEIVE PAPER   nnnnnnn - sheets received                 |
      * |   RECEIVE PEN   c nnnnnnn - pens of character c received    |
      * |   COUNT   PAPER   nnnnnnn - a stock count: on hand set to   |
      * |   COUNT   PEN   c nnnnnnn   the figure counted              |
      * |   HORIZON         nnnnnnn - nights of cover the reorder     |
      * |                             list works to, kept on the      |
      * |                             master                          |
      * | PENLIFE lines are taken before the posting, so a new pen's  |
      * | usage to date posts in the same run; the rest after it.     |
      * | Each line applied is marked in stockctl.txt - A in column   |
      * | 25, the run date in 27-34 - through ctlwork.dat, the way    |
      * | consume.dat lines are marked posted, and a marked line is   |
      * | passed over ever after, so a receipt or count left in the   |
      * | file is taken once. A refused line stays unmarked and is    |
      * | reported each run until put right or removed. If the marks  |
      * | cannot be put back, stock.dat is not rewritten.             |
      * ----------------------------------------------------------------

       identification division.
       program-id. ddastock.

       environment division.
       input-output section.
       file-control.

           select ctlfile assign to disk
               organization is line sequential
               file status is ctlstatus.

           select stockfile assign to disk
               organization is line sequential
               file status is stockstatus.

           select consfile assign to disk
               organization is line sequential
               file status is consstatus.

           select ctlwork assign to disk
               organization is line sequential
               file status is cwstatus.

           select workfile assign to disk
               organization is line sequential
               file status is workstatus.

           select jobctl assign to disk
               organization is line sequential
               file status is jcstatus.

           select rptfile assign to disk
               organization is line sequential
               file status is rptstatus.

       data division.
       file section.
       fd ctlfile label record is standard
           value of file-id is "stockctl.txt".
       01 ctlrecord.
           05 ctl-txn.
               10 ctl-verb pic X(8).
               10 ctl-item pic X(6).
               10 ctl-pen pic X(1).
               10 filler pic X(1).
               10 ctl-qty pic X(7).
           05 filler pic X(1).
           05 ctl-mark pic X(1).
           05 filler pic X(1).
           05 ctl-applied pic X(8).
      * ctlwork: stockctl.txt copied through with the applied marks
      * laid on, then copied back.
       fd ctlwork label record is standard
           value of file-id is "ctlwork.dat".
       01 cwrecord pic X(40).
       fd stockfile label record is standard
           value of file-id is "stock.dat".
       01 stockrecord pic X(80).
       fd consfile label record is standard
           value of file-id is "consume.dat".
       01 consrecord pic X(80).
      * workfile: consume.dat copied through with the posting marks
      * laid on, then copied back.
       fd workfile label record is standard
           value of file-id is "conswork.dat".
       01 workrecord pic X(80).
       fd jobctl label record is standard
           value of file-id is "jobctl.txt".
       01 jcrecord pic X(20).
       fd rptfile label record is standard
           value of file-id is "ddastock.rpt".
       01 rptrecord pic X(100).

      * conrec: the plotter's consumables line, picked apart by
      * position, with the posting mark and date DDASTOCK lays on
      * after it. skrec: one stock master line - type P paper, N
      * a pen - and, redefining it, the H settings line that leads
      * the master.
       working-storage section.
       01 ctlstatus pic X(2) value spaces.
       01 stockstatus pic X(2) value spaces.
       01 consstatus pic X(2) value spaces.
       01 workstatus pic X(2) value spaces.
       01 cwstatus pic X(2) value spaces.
       01 jcstatus pic X(2) value spaces.
       01 rptstatus pic X(2) value spaces.
       01 conrec.
           05 con-date pic 9(8).
           05 filler pic X(1).
           05 con-job pic X(20).
           05 filler pic X(1).
           05 con-type pic X(1).
           05 filler pic X(1).
           05 con-pen pic X(1).
           05 filler pic X(1).
           05 con-qty pic 9(8)V99.
           05 filler pic X(1).
           05 con-mark pic X(1).
           05 filler pic X(1).
           05 con-posted pic 9(8).
       01 skrec.
           05 sk-type pic X(1).
           05 filler pic X(1).
           05 sk-pen pic X(1).
           05 filler pic X(1).
           05 sk-onhand pic 9(7)V9(4).
           05 filler pic X(1).
           05 sk-life pic 9(7).
           05 filler pic X(1).
           05 sk-rate pic 9(5)V9(4).
           05 filler pic X(1).
           05 sk-posted pic 9(8).
       01 skhead redefines skrec.
           05 sh-type pic X(1).
           05 filler pic X(3).
           05 sh-horizon pic 9(3).
           05 filler pic X(35).
       01 ctl-qty7 pic X(7) value spaces.
       01 ctl-qty-n redefines ctl-qty7 pic 9(7).

      * the stock items (paper first, then the pens in the order
      * the master lists them), with this run's posting, receipts,
      * window usage and tomorrow's need alongside.
       01 nstk pic 9(2) value 0.
       01 stk-max pic 9(2) value 40.
       01 stkdata.
           05 stks occurs 40 times.
               10 st-type pic X(1).
               10 st-pen pic X(1).
               10 st-onhand pic 9(7)V9(4).
               10 st-life pic 9(7).
               10 st-rate pic 9(5)V9(4).
               10 st-posted pic 9(8).
               10 st-used pic 9(5)V9(4).
               10 st-short pic 9(5)V9(4).
               10 st-recv pic 9(7).
               10 st-win pic 9(9)V99.
               10 st-need pic 9(5)V9(4).

      * usage history off consume.dat: run dates in file order with
      * their jobs and pages, each date's length per pen, each job's
      * runs and pages, each job's length per pen, and every pen
      * that drew with its total and tomorrow's estimated length.
       01 nday pic 9(3) value 0.
       01 daydata.
           05 days occurs 999 times.
               10 dy-date pic 9(8).
               10 dy-jobs pic 9(5).
               10 dy-pages pic 9(7).
       01 ndp pic 9(4) value 0.
       01 dpdata.
           05 dps occurs 2000 times.
               10 dp-day pic 9(3).
               10 dp-pen pic X(1).
               10 dp-len pic 9(9)V99.
       01 njob pic 9(3) value 0.
       01 jobdata.
           05 jobs occurs 500 times.
               10 jb-name pic X(20).
               10 jb-runs pic 9(5).
               10 jb-pages pic 9(7).
       01 njp pic 9(4) value 0.
       01 jpdata.
           05 jps occurs 2000 times.
               10 jp-job pic 9(3).
               10 jp-pen pic X(1).
               10 jp-len pic 9(9)V99.
       01 npen pic 9(2) value 0.
       01 pendata.
           05 pens occurs 40 times.
               10 pn-ch pic X(1).
               10 pn-total pic 9(9)V99.
               10 pn-need pic 9(9)V99.
               10 pn-nostock pic 9.

       01 more-sw pic 9 value 1.
       01 master-ok-sw pic 9 value 1.
       01 post-ok-sw pic 9 value 0.
       01 cons-ok-sw pic 9 value 0.
       01 copy-bad-sw pic 9 value 0.

      * stock-transaction marking: each line's place in stockctl.txt,
      * which lines the PENLIFE pass applied (the second pass marks
      * them, with its own), whether ctlwork.dat is open for the
      * marks and whether they got back onto stockctl.txt.
       01 ctl-recno pic 9(5) value 0.
       01 ctl-max pic 9(5) value 999.
       01 ctldone.
           05 ctl-done pic 9 occurs 999 value 0.
       01 ctl-copy-sw pic 9 value 0.
       01 ctl-back-sw pic 9 value 1.
       01 ctl-marked pic 9(5) value 0.
       01 ctl-earlier pic 9(5) value 0.
       01 jc-ok-sw pic 9 value 0.
       01 master-bad pic 9(5) value 0.
       01 txn-result pic X(45) value spaces.
       01 item-label pic X(7) value spaces.
       01 find-job pic X(20).
       01 ctl-pass pic 9 value 0.
       01 post-sw pic 9 value 0.
       01 marked pic 9(5) value 0.
       01 lines-read pic 9(5) value 0.
       01 lines-posted pic 9(5) value 0.
       01 lines-done pic 9(5) value 0.
       01 lines-held pic 9(5) value 0.
       01 bad-lines pic 9(5) value 0.
       01 hist-drops pic 9(5) value 0.
       01 stk-drops pic 9(5) value 0.
       01 tot-runs pic 9(5) value 0.
       01 tot-pages pic 9(7) value 0.
       01 horizon pic 9(3) value 7.
       01 run-date pic 9(8).
       01 k pic 9(4) value 0.
       01 sx pic 9(2) value 0.
       01 px pic 9(2) value 0.
       01 dx pic 9(3) value 0.
       01 jx pic 9(3) value 0.
       01 d pic 9(4) value 0.
       01 win-first pic 9(3) value 1.
       01 win-days pic 9(3) value 0.
       01 find-type pic X(1).
       01 find-pen pic X(1).
       01 units pic 9(7)V9(4) value 0.
       01 nights pic 9(5)V9(4) value 0.
       01 order-qty pic 9(7)V9(4) value 0.
       01 order-whole pic 9(7) value 0.
       01 reorder-sw pic 9 value 0.
       01 listed pic 9(3) value 0.

      * tomorrow's run off jobctl.txt: the overlay group being
      * gathered (a group is one run, under its first member's
      * name, as the plotter audits and records it) and the tally.
       01 jc-work pic X(20).
       01 jc-work-red redefines jc-work.
           05 jc-verb pic X(7).
           05 filler pic X(13).
       01 ov-sw pic 9 value 0.
       01 ov-first pic X(20) value spaces.
       01 est-name pic X(20).
       01 est-jobs pic 9(5) value 0.
       01 est-new pic 9(5) value 0.
       01 est-pages pic 9(7)V9(4) value 0.

       01 ct-ed pic ZZZZ9.
       01 qty-ed pic ZZZZ9.99.
       01 qty2-ed pic ZZZZ9.99.
       01 qty3-ed pic ZZZZ9.99.
       01 rate-ed pic ZZZZ9.9999.
       01 len-ed pic ZZZZZZZZ9.99.
       01 life-ed pic ZZZZZZ9.
       01 nights-ed pic ZZZZ9.
       01 whole-ed pic ZZZZZZ9.

       procedure division.
       main.
           accept run-date from date YYYYMMDD.
           perform loadStock.
           open output rptfile.
           if rptstatus not = "00"
               display "Cannot open ddastock.rpt."
               stop run
           end-if.
           move spaces to rptrecord.
           string "CONSUMABLES LEDGER    RUN DATE: " run-date
               delimited by size into rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "STOCK TRANSACTIONS (STOCKCTL.TXT)"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to ctl-pass.
           perform applyCtl.
           perform postFile.
           move 2 to ctl-pass.
           perform applyCtl.
           if ctlstatus not = "00"
               move spaces to rptrecord
               string "  (NONE - NO STOCKCTL.TXT)"
                   delimited by size into rptrecord
               write rptrecord
           else
               perform writeCtlTotals
           end-if.
           perform setRates.
           perform estimateTomorrow.
           perform writePosting.
           perform writeUsage.
           perform writeStock.
           perform writeTomorrow.
           perform writeReorder.
           perform saveStock.
           close rptfile.
           display "Consumables ledger written to ddastock.rpt".
           stop run.

      * loadStock: the stock master into the item table. A master
      * line that does not parse, or one past the table, makes the
      * whole master untrustworthy: nothing is then posted or
      * applied, and stock.dat is left exactly as it was. A master
      * not there yet starts empty, paper on hand nil.
       loadStock.
           open input stockfile.
           if stockstatus = "00"
               move 1 to more-sw
               perform loadStock-loop
               close stockfile
           end-if.
           if master-bad > 0 or stk-drops > 0
               move 0 to master-ok-sw
           end-if.
           move "P" to find-type.
           move space to find-pen.
           perform findStock.
           if sx = 0
               perform addStock
           end-if.

       loadStock-loop.
           read stockfile at end move 0 to more-sw.
           if more-sw = 1
               move stockrecord to skrec
               if sh-type = "H"
                   if sh-horizon numeric and sh-horizon > 0
                       move sh-horizon to horizon
                   else
                       add 1 to master-bad
                   end-if
               else
               if ( sk-type = "P" or sk-type = "N" )
                       and sk-onhand numeric and sk-life numeric
                       and sk-rate numeric and sk-posted numeric
                   if nstk < stk-max
                       add 1 to nstk
                       move sk-type to st-type(nstk)
                       move sk-pen to st-pen(nstk)
                       move sk-onhand to st-onhand(nstk)
                       move sk-life to st-life(nstk)
                       move sk-rate to st-rate(nstk)
                       move sk-posted to st-posted(nstk)
                       perform clearStock
                   else
                       add 1 to stk-drops
                   end-if
               else
                   if stockrecord not = spaces
                       add 1 to master-bad
                   end-if
               end-if
               end-if
               go to loadStock-loop
           end-if.

      * addStock: a new item for find-type/find-pen, left in sx
      * (zero when the table is full). Paper counts in sheets, so
      * its life is one.
       addStock.
           move 0 to sx.
           if nstk < stk-max
               add 1 to nstk
               move nstk to sx
               move find-type to st-type(nstk)
               move find-pen to st-pen(nstk)
               move 0 to st-onhand(nstk)
               move 0 to st-life(nstk)
               if find-type = "P"
                   move 1 to st-life(nstk)
               end-if
               move 0 to st-rate(nstk)
               move 0 to st-posted(nstk)
               perform clearStock
           end-if.

       clearStock.
           move 0 to st-used(nstk).
           move 0 to st-short(nstk).
           move 0 to st-recv(nstk).
           move 0 to st-win(nstk).
           move 0 to st-need(nstk).

      * findStock/-scan: the item for find-type/find-pen, left in
      * sx (zero when there is none).
       findStock.
           move nstk to sx.
           if sx > 0
               perform findStock-scan
           end-if.

       findStock-scan.
           if st-type(sx) not = find-type or st-pen(sx) not = find-pen
               subtract 1 from sx
               if sx > 0
                   go to findStock-scan
               end-if
           end-if.

      * applyCtl: one pass over the stock transactions - the first
      * takes only the PENLIFE lines, the second everything else,
      * copying every line to ctlwork.dat with the applied ones
      * marked. Lines marked by an earlier run are passed over. A
      * second pass that cannot open ctlwork.dat applies nothing,
      * since nothing it applied could be marked.
       applyCtl.
           move 0 to ctl-recno.
           open input ctlfile.
           if ctlstatus = "00"
               if ctl-pass = 2
                   open output ctlwork
                   if cwstatus = "00"
                       move 1 to ctl-copy-sw
                   else
                       display "Cannot open ctlwork.dat."
                       move 0 to ctl-copy-sw
                   end-if
               end-if
               move 1 to more-sw
               perform ctl-loop
               close ctlfile
               if ctl-copy-sw = 1
                   close ctlwork
                   if ctl-marked > 0
                       perform ctlBack
                   end-if
               end-if
           end-if.

       ctl-loop.
           read ctlfile at end move 0 to more-sw.
           if more-sw = 1
               add 1 to ctl-recno
               if ctlrecord not = spaces
                   if ctl-mark = "A"
                       if ctl-pass = 2
                           add 1 to ctl-earlier
                       end-if
                   else
                   if ctl-pass = 1
                       if ctl-verb = "PENLIFE"
                           perform applyTxn
                           if txn-result = "APPLIED"
                                   and ctl-recno not > ctl-max
                               move 1 to ctl-done(ctl-recno)
                           end-if
                       end-if
                   else
                       if ctl-verb = "PENLIFE"
                           if ctl-recno not > ctl-max
                               if ctl-done(ctl-recno) = 1
                                   perform markCtl
                               end-if
                           end-if
                       else
                           perform applyTxn
                           if txn-result = "APPLIED"
                               perform markCtl
                           end-if
                       end-if
                   end-if
                   end-if
               end-if
               if ctl-pass = 2 and ctl-copy-sw = 1
                   move spaces to cwrecord
                   move ctlrecord to cwrecord
                   write cwrecord
               end-if
               go to ctl-loop
           end-if.

      * markCtl: the applied mark and run date on the line in hand,
      * ready for the copy to ctlwork.dat, if there is one.
       markCtl.
           if ctl-copy-sw = 1
               move "A" to ctl-mark
               move run-date to ctl-applied
               add 1 to ctl-marked
           end-if.

      * ctlBack: ctlwork.dat back over stockctl.txt - the work file
      * opened first, as opening stockctl.txt for output empties it.
      * Either failing leaves ctl-back-sw off, and saveStock then
      * leaves the master as it was.
       ctlBack.
           open input ctlwork.
           if cwstatus not = "00"
               display "Cannot rewrite stockctl.txt."
               move 0 to ctl-back-sw
           else
               open output ctlfile
               if ctlstatus not = "00"
                   display "Cannot rewrite stockctl.txt."
                   move 0 to ctl-back-sw
                   close ctlwork
               else
                   move 1 to more-sw
                   perform ctlBack-loop
                   close ctlwork
                   close ctlfile
               end-if
           end-if.

       ctlBack-loop.
           read ctlwork at end move 0 to more-sw.
           if more-sw = 1
               move spaces to ctlrecord
               move cwrecord to ctlrecord
               write ctlrecord
               go to ctlBack-loop
           end-if.

      * writeCtlTotals: what became of the transaction file as a
      * whole - lines marked this run, lines an earlier run took,
      * and any failure to mark them.
       writeCtlTotals.
           move ctl-marked to ct-ed.
           move spaces to rptrecord.
           string "  APPLIED AND MARKED THIS RUN: " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move ctl-earlier to ct-ed.
           move spaces to rptrecord.
           string "  APPLIED BY EARLIER RUNS:     " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           if ctl-back-sw = 0
               move spaces to rptrecord
               string "  STOCKCTL.TXT COULD NOT BE MARKED - NOTHING "
                   "APPLIED, STOCK.DAT LEFT AS IT WAS"
                   delimited by size into rptrecord
               write rptrecord
           end-if.

      * applyTxn: one transaction, listed with what became of it.
       applyTxn.
           move spaces to txn-result.
           move ctl-qty to ctl-qty7.
           if master-ok-sw = 0
               move "NOT APPLIED - STOCK MASTER UNREADABLE"
                   to txn-result
           else
           if ctl-pass = 2 and ctl-copy-sw = 0
               move "NOT APPLIED - CTLWORK.DAT WILL NOT OPEN"
                   to txn-result
           else
           if ctl-qty7 not numeric
               move "REFUSED - QUANTITY NOT SEVEN DIGITS"
                   to txn-result
           else
           if ctl-verb = "HORIZON"
               if ctl-qty-n = 0 or ctl-qty-n > 999
                   move "REFUSED - HORIZON MUST BE 1-999 NIGHTS"
                       to txn-result
               else
                   move ctl-qty-n to horizon
                   move "APPLIED" to txn-result
               end-if
           else
           if ctl-item = "PAPER"
               move "P" to find-type
               move space to find-pen
               perform applyItem
           else
           if ctl-item = "PEN" and ctl-pen not = space
               move "N" to find-type
               move ctl-pen to find-pen
               perform applyItem
           else
               move "REFUSED - ITEM MUST BE PAPER OR PEN" to txn-result
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.
           move spaces to rptrecord.
           string "  " ctl-txn "  " txn-result
               delimited by size into rptrecord.
           write rptrecord.

       applyItem.
           perform findStock.
           if ctl-verb = "PENLIFE"
               if find-type not = "N" or ctl-qty-n = 0
                   move "REFUSED - PENLIFE NEEDS A PEN AND A LENGTH"
                       to txn-result
               else
                   if sx = 0
                       perform addStock
                   end-if
                   if sx = 0
                       move "REFUSED - STOCK TABLE FULL" to txn-result
                   else
                       move ctl-qty-n to st-life(sx)
                       move "APPLIED" to txn-result
                   end-if
               end-if
           else
           if sx = 0
               move "REFUSED - NO STOCK RECORD, PENLIFE FIRST"
                   to txn-result
           else
           if ctl-verb = "RECEIVE"
               add ctl-qty-n to st-onhand(sx)
               add ctl-qty-n to st-recv(sx)
               move "APPLIED" to txn-result
           else
           if ctl-verb = "COUNT"
               move ctl-qty-n to st-onhand(sx)
               move "APPLIED" to txn-result
           else
               move "REFUSED - UNKNOWN VERB" to txn-result
           end-if
           end-if
           end-if
           end-if.

      * postFile: consume.dat read through once - every line into
      * the usage history, every line not yet posted posted - and
      * copied to conswork.dat with the marks laid on. A line-
      * sequential file cannot be rewritten in place, so when
      * anything was marked the copy goes back over consume.dat.
       postFile.
           move 0 to post-ok-sw.
           open input consfile.
           if consstatus not = "00"
               move 0 to cons-ok-sw
           else
               move 1 to cons-ok-sw
               if master-ok-sw = 1
                   open output workfile
                   if workstatus = "00"
                       move 1 to post-ok-sw
                   else
                       display "Cannot open conswork.dat."
                       move 1 to copy-bad-sw
                   end-if
               end-if
               move 1 to more-sw
               perform cons-loop
               close consfile
               if post-ok-sw = 1
                   close workfile
                   if marked > 0
                       perform copyBack
                   end-if
               end-if
           end-if.

       cons-loop.
           read consfile at end move 0 to more-sw.
           if more-sw = 1
               move consrecord to conrec
               move consrecord to workrecord
               if con-date numeric and con-qty numeric
                       and ( con-type = "P" or con-type = "N" )
                   add 1 to lines-read
                   perform tallyUsage
                   if con-mark = space
                       if post-ok-sw = 1
                           perform postLine
                       end-if
                   else
                       add 1 to lines-done
                   end-if
               else
                   if consrecord not = spaces
                       add 1 to bad-lines
                   end-if
               end-if
               if post-ok-sw = 1
                   write workrecord
               end-if
               go to cons-loop
           end-if.

      * postLine: one usage line off the stock on hand - pages are
      * sheets, a pen's length over its life is pens. Usage beyond
      * what the master says is on hand leaves it at nil and is
      * reported, as stock came in that was never received here.
      * A pen with no stock record, or no life set, is held.
       postLine.
           move 0 to post-sw.
           if con-type = "P"
               move "P" to find-type
               move space to find-pen
           else
               move "N" to find-type
               move con-pen to find-pen
           end-if.
           perform findStock.
           if sx > 0
               if st-type(sx) = "P"
                   move con-qty to units
                   move 1 to post-sw
               else
                   if st-life(sx) > 0
                       compute units rounded = con-qty / st-life(sx)
                       move 1 to post-sw
                   end-if
               end-if
           end-if.
           if post-sw = 1
               add units to st-used(sx)
               if units > st-onhand(sx)
                   compute st-short(sx) =
                       st-short(sx) + units - st-onhand(sx)
                   move 0 to st-onhand(sx)
               else
                   subtract units from st-onhand(sx)
               end-if
               move run-date to st-posted(sx)
               add 1 to lines-posted
               add 1 to marked
               move "P" to con-mark
               move run-date to con-posted
               move conrec to workrecord
           else
               add 1 to lines-held
               perform lookPen
               if px > 0
                   move 1 to pn-nostock(px)
               end-if
           end-if.

      * copyBack: conswork.dat back over consume.dat. The work file
      * must open before consume.dat is opened for output - that
      * open empties it. Either failing leaves post-ok-sw off, and
      * saveStock then leaves the master as it was.
       copyBack.
           open input workfile.
           if workstatus not = "00"
               display "Cannot rewrite consume.dat."
               move 0 to post-ok-sw
           else
               open output consfile
               if consstatus not = "00"
                   display "Cannot rewrite consume.dat."
                   move 0 to post-ok-sw
                   close workfile
               else
                   move 1 to more-sw
                   perform copyBack-loop
                   close workfile
                   close consfile
               end-if
           end-if.

       copyBack-loop.
           read workfile at end move 0 to more-sw.
           if more-sw = 1
               move workrecord to consrecord
               write consrecord
               go to copyBack-loop
           end-if.

      * tallyUsage: one usage line into the history tables. A
      * paper line is one completed run of its job on its date.
       tallyUsage.
           perform findDay.
           move con-job to find-job.
           perform findJob.
           if con-type = "P"
               add 1 to tot-runs
               add con-qty to tot-pages
               if dx > 0
                   add 1 to dy-jobs(dx)
                   add con-qty to dy-pages(dx)
               end-if
               if jx > 0
                   add 1 to jb-runs(jx)
                   add con-qty to jb-pages(jx)
               end-if
           else
               move con-pen to find-pen
               perform findPen
               if px > 0
                   add con-qty to pn-total(px)
               end-if
               if dx > 0
                   perform findDayPen
               end-if
               if jx > 0
                   perform findJobPen
               end-if
           end-if.

      * findDay/findJob/findPen and the day-pen and job-pen finds:
      * the slot for this line, added the first time it is seen,
      * zero (and the line counted untallied) once a table is full.
       findDay.
           move nday to dx.
           if dx > 0
               perform findDay-scan
           end-if.
           if dx = 0
               if nday < 999
                   add 1 to nday
                   move nday to dx
                   move con-date to dy-date(dx)
                   move 0 to dy-jobs(dx)
                   move 0 to dy-pages(dx)
               else
                   add 1 to hist-drops
               end-if
           end-if.

       findDay-scan.
           if dy-date(dx) not = con-date
               subtract 1 from dx
               if dx > 0
                   go to findDay-scan
               end-if
           end-if.

       findJob.
           perform lookJob.
           if jx = 0
               if njob < 500
                   add 1 to njob
                   move njob to jx
                   move find-job to jb-name(jx)
                   move 0 to jb-runs(jx)
                   move 0 to jb-pages(jx)
               else
                   add 1 to hist-drops
               end-if
           end-if.

       lookJob.
           move njob to jx.
           if jx > 0
               perform lookJob-scan
           end-if.

       lookJob-scan.
           if jb-name(jx) not = find-job
               subtract 1 from jx
               if jx > 0
                   go to lookJob-scan
               end-if
           end-if.

       findPen.
           perform lookPen.
           if px = 0
               if npen < 40
                   add 1 to npen
                   move npen to px
                   move find-pen to pn-ch(px)
                   move 0 to pn-total(px)
                   move 0 to pn-need(px)
                   move 0 to pn-nostock(px)
               else
                   add 1 to hist-drops
               end-if
           end-if.

       lookPen.
           move npen to px.
           if px > 0
               perform lookPen-scan
           end-if.

       lookPen-scan.
           if pn-ch(px) not = find-pen
               subtract 1 from px
               if px > 0
                   go to lookPen-scan
               end-if
           end-if.

       findDayPen.
           move ndp to k.
           if k > 0
               perform findDayPen-scan
           end-if.
           if k = 0
               if ndp < 2000
                   add 1 to ndp
                   move ndp to k
                   move dx to dp-day(k)
                   move con-pen to dp-pen(k)
                   move 0 to dp-len(k)
               else
                   add 1 to hist-drops
               end-if
           end-if.
           if k > 0
               add con-qty to dp-len(k)
           end-if.

       findDayPen-scan.
           if dp-day(k) not = dx or dp-pen(k) not = con-pen
               subtract 1 from k
               if k > 0
                   go to findDayPen-scan
               end-if
           end-if.

       findJobPen.
           move njp to k.
           if k > 0
               perform findJobPen-scan
           end-if.
           if k = 0
               if njp < 2000
                   add 1 to njp
                   move njp to k
                   move jx to jp-job(k)
                   move con-pen to jp-pen(k)
                   move 0 to jp-len(k)
               else
                   add 1 to hist-drops
               end-if
           end-if.
           if k > 0
               add con-qty to jp-len(k)
           end-if.

       findJobPen-scan.
           if jp-job(k) not = jx or jp-pen(k) not = con-pen
               subtract 1 from k
               if k > 0
                   go to findJobPen-scan
               end-if
           end-if.

      * setRates: each item's usage over the last 30 run dates on
      * file, and from it the rate per run night - sheets for
      * paper, pens (length over life) for a pen. With no usage on
      * file the master's rate stands.
       setRates.
           move 1 to win-first.
           if nday > 30
               compute win-first = nday - 29
           end-if.
           move 0 to win-days.
           if nday > 0
               compute win-days = nday - win-first + 1
           end-if.
           if nstk > 0
               move 1 to sx
               perform setRates-item
           end-if.

       setRates-item.
           move 0 to st-win(sx).
           if st-type(sx) = "P"
               if nday > 0
                   move win-first to d
                   perform winPages-loop
               end-if
           else
               if ndp > 0
                   move 1 to k
                   perform winPen-loop
               end-if
           end-if.
           if win-days > 0
               if st-type(sx) = "P"
                   compute st-rate(sx) rounded =
                       st-win(sx) / win-days
               else
                   if st-life(sx) > 0
                       compute st-rate(sx) rounded =
                           st-win(sx) / st-life(sx) / win-days
                   end-if
               end-if
           end-if.
           add 1 to sx.
           if sx not > nstk go to setRates-item.

       winPages-loop.
           add dy-pages(d) to st-win(sx).
           add 1 to d.
           if d not > nday go to winPages-loop.

       winPen-loop.
           if dp-day(k) not < win-first and dp-pen(k) = st-pen(sx)
               add dp-len(k) to st-win(sx)
           end-if.
           add 1 to k.
           if k not > ndp go to winPen-loop.

      * estimateTomorrow: jobctl.txt read the way the plotter reads
      * it - device and layer switches and *RETRY are not jobs, an
      * *OVERLAY..*END group is one run under its first member's
      * name, a group never closed never runs - and each run priced
      * at its job's average per run on file, or the average of all
      * runs for a job with no history; then the need put into each
      * item's own units.
       estimateTomorrow.
           move 0 to est-jobs.
           move 0 to est-new.
           move 0 to est-pages.
           open input jobctl.
           if jcstatus not = "00"
               move 0 to jc-ok-sw
           else
               move 1 to jc-ok-sw
               move 0 to ov-sw
               move 1 to more-sw
               perform jc-loop
               close jobctl
           end-if.
           if nstk > 0
               move 1 to sx
               perform estimateItem
           end-if.

       jc-loop.
           read jobctl at end move 0 to more-sw.
           if more-sw = 1
               move jcrecord to jc-work
               if jcrecord = "*RETRY" or jcrecord = "*PLOTTER"
                       or jcrecord = "*PRINTER"
                       or jcrecord = "*ALLLAYERS"
                       or jc-verb = "*LAYER "
                       or jcrecord = spaces
                   continue
               else
               if jcrecord = "*OVERLAY"
                   move 1 to ov-sw
                   move spaces to ov-first
               else
               if jcrecord = "*END"
                   if ov-sw = 1 and ov-first not = spaces
                       move ov-first to est-name
                       perform estimateJob
                   end-if
                   move 0 to ov-sw
               else
               if ov-sw = 1
                   if ov-first = spaces
                       move jcrecord to ov-first
                   end-if
               else
                   move jcrecord to est-name
                   perform estimateJob
               end-if
               end-if
               end-if
               end-if
               go to jc-loop
           end-if.

       estimateJob.
           add 1 to est-jobs.
           move est-name to find-job.
           perform lookJob.
           if jx > 0
               if jb-runs(jx) = 0
                   move 0 to jx
               end-if
           end-if.
           if jx > 0
               compute est-pages =
                   est-pages + jb-pages(jx) / jb-runs(jx)
               if njp > 0
                   move 1 to k
                   perform estimateJob-pen
               end-if
           else
               add 1 to est-new
               if tot-runs > 0
                   compute est-pages =
                       est-pages + tot-pages / tot-runs
                   if npen > 0
                       move 1 to px
                       perform estimateAvg-pen
                   end-if
               end-if
           end-if.

       estimateJob-pen.
           if jp-job(k) = jx
               move jp-pen(k) to find-pen
               perform lookPen
               if px > 0
                   compute pn-need(px) =
                       pn-need(px) + jp-len(k) / jb-runs(jx)
               end-if
           end-if.
           add 1 to k.
           if k not > njp go to estimateJob-pen.

       estimateAvg-pen.
           compute pn-need(px) = pn-need(px) + pn-total(px) / tot-runs.
           add 1 to px.
           if px not > npen go to estimateAvg-pen.

       estimateItem.
           move 0 to st-need(sx).
           if st-type(sx) = "P"
               move est-pages to st-need(sx)
           else
               move st-pen(sx) to find-pen
               perform lookPen
               if px > 0 and st-life(sx) > 0
                   compute st-need(sx) rounded =
                       pn-need(px) / st-life(sx)
               end-if
           end-if.
           add 1 to sx.
           if sx not > nstk go to estimateItem.

      * writePosting: what the posting did, and every pen whose
      * usage is held for want of a stock record.
       writePosting.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "POSTING (CONSUME.DAT)"
               delimited by size into rptrecord.
           write rptrecord.
           if cons-ok-sw = 0
               move spaces to rptrecord
               string "  CONSUME.DAT NOT FOUND - NOTHING TO POST"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if master-ok-sw = 0
               compute ct-ed = master-bad + stk-drops
               move spaces to rptrecord
               string "  STOCK.DAT HAS " ct-ed
                   " LINES UNREADABLE OR UNTALLIED - NOTHING POSTED"
                   " OR APPLIED"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if copy-bad-sw = 1
               move spaces to rptrecord
               string "  CONSUME.DAT COULD NOT BE COPIED - NOTHING "
                   "POSTED"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if marked > 0 and post-ok-sw = 0
               move spaces to rptrecord
               string "  CONSUME.DAT COULD NOT BE MARKED - NOTHING "
                   "POSTED, STOCK.DAT LEFT AS IT WAS"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move lines-read to ct-ed.
           move spaces to rptrecord.
           string "  USAGE LINES READ:        " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move lines-posted to ct-ed.
           move spaces to rptrecord.
           string "  POSTED THIS RUN:         " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move lines-done to ct-ed.
           move spaces to rptrecord.
           string "  POSTED BY EARLIER RUNS:  " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           if lines-held > 0
               move lines-held to ct-ed
               move spaces to rptrecord
               string "  HELD (NO STOCK RECORD):  " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if bad-lines > 0
               move bad-lines to ct-ed
               move spaces to rptrecord
               string "  LINES SKIPPED:           " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if hist-drops > 0
               move hist-drops to ct-ed
               move spaces to rptrecord
               string "  NOT TALLIED (TABLE FULL):" ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if npen > 0
               move 1 to px
               perform writeHeld-loop
           end-if.

       writeHeld-loop.
           if pn-nostock(px) = 1
               move spaces to rptrecord
               string "  PEN " pn-ch(px)
                   "  NO STOCK RECORD OR LIFE - USAGE HELD UNTIL A"
                   " PENLIFE LINE SETS ONE"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to px.
           if px not > npen go to writeHeld-loop.

      * writeUsage: the last 30 run dates on file, day by day with
      * each pen's length under its date, then the same dates
      * summed pen by pen.
       writeUsage.
           move spaces to rptrecord.
           write rptrecord.
           move win-days to ct-ed.
           move spaces to rptrecord.
           string "USAGE BY DAY (LAST " ct-ed " RUN DATES)"
               delimited by size into rptrecord.
           write rptrecord.
           if nday = 0
               move spaces to rptrecord
               string "  (NO USAGE ON FILE)"
                   delimited by size into rptrecord
               write rptrecord
           else
               move win-first to d
               perform writeDay-loop
           end-if.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "USAGE BY PEN (SAME DATES)"
               delimited by size into rptrecord.
           write rptrecord.
           if npen = 0
               move spaces to rptrecord
               string "  (NO PEN USAGE ON FILE)"
                   delimited by size into rptrecord
               write rptrecord
           else
               move 1 to px
               perform writePen-loop
           end-if.

       writeDay-loop.
           move dy-jobs(d) to ct-ed.
           move dy-pages(d) to whole-ed.
           move spaces to rptrecord.
           string "  " dy-date(d) "  JOBS " ct-ed
               "  PAGES " whole-ed
               delimited by size into rptrecord.
           write rptrecord.
           if ndp > 0
               move 1 to k
               perform writeDayPen-loop
           end-if.
           add 1 to d.
           if d not > nday go to writeDay-loop.

       writeDayPen-loop.
           if dp-day(k) = d
               move dp-len(k) to len-ed
               move spaces to rptrecord
               string "              PEN " dp-pen(k)
                   "  LENGTH " len-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to k.
           if k not > ndp go to writeDayPen-loop.

       writePen-loop.
           move 0 to units.
           if ndp > 0
               move 1 to k
               perform writePen-sum
           end-if.
           move units to len-ed.
           move "N" to find-type.
           move pn-ch(px) to find-pen.
           perform findStock.
           move spaces to rptrecord.
           if sx > 0
               if st-life(sx) > 0
                   move st-life(sx) to life-ed
                   compute qty-ed rounded = units / st-life(sx)
                   string "  PEN " pn-ch(px) "  LENGTH " len-ed
                       "  PENS " qty-ed "  (LIFE " life-ed ")"
                       delimited by size into rptrecord
               end-if
           end-if.
           if rptrecord = spaces
               string "  PEN " pn-ch(px) "  LENGTH " len-ed
                   "  (NO PEN LIFE SET)"
                   delimited by size into rptrecord
           end-if.
           write rptrecord.
           add 1 to px.
           if px not > npen go to writePen-loop.

       writePen-sum.
           if dp-day(k) not < win-first and dp-pen(k) = pn-ch(px)
               add dp-len(k) to units
           end-if.
           add 1 to k.
           if k not > ndp go to writePen-sum.

      * writeStock: every item as it stands after the posting and
      * the transactions.
       writeStock.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "STOCK POSITION (PAPER IN SHEETS, PENS IN PENS)"
               delimited by size into rptrecord.
           write rptrecord.
           move 1 to sx.
           perform writeStock-loop.

       writeStock-loop.
           perform setItemLabel.
           perform setNights.
           move st-onhand(sx) to qty-ed.
           move st-recv(sx) to whole-ed.
           move st-used(sx) to qty2-ed.
           move st-rate(sx) to rate-ed.
           move spaces to rptrecord.
           if st-rate(sx) = 0
               string "  " item-label "  ON HAND " qty-ed
                   "  RECEIVED " whole-ed "  USED " qty2-ed
                   "  PER NIGHT " rate-ed "  NO USAGE"
                   delimited by size into rptrecord
           else
               string "  " item-label "  ON HAND " qty-ed
                   "  RECEIVED " whole-ed "  USED " qty2-ed
                   "  PER NIGHT " rate-ed "  NIGHTS " nights-ed
                   delimited by size into rptrecord
           end-if.
           write rptrecord.
           if st-short(sx) > 0
               move st-short(sx) to qty-ed
               move spaces to rptrecord
               string "    USAGE POSTED EXCEEDED STOCK ON HAND BY "
                   qty-ed " - COUNT IT"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if st-type(sx) = "N" and st-life(sx) = 0
               move spaces to rptrecord
               string "    NO PEN LIFE SET - USAGE IS NOT POSTED"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to sx.
           if sx not > nstk go to writeStock-loop.

       setItemLabel.
           move spaces to item-label.
           if st-type(sx) = "P"
               move "PAPER" to item-label
           else
               string "PEN " st-pen(sx)
                   delimited by size into item-label
           end-if.

      * setNights: the nights of cover on hand at the item's rate,
      * shown to 99999.
       setNights.
           move 99999 to nights.
           if st-rate(sx) > 0
               compute nights = st-onhand(sx) / st-rate(sx)
                   on size error move 99999 to nights
               end-compute
           end-if.
           move nights to nights-ed.

      * writeTomorrow: the run DDASCHED built, in each item's units
      * against what is on hand.
       writeTomorrow.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "TOMORROW'S NEED (JOBCTL.TXT)"
               delimited by size into rptrecord.
           write rptrecord.
           if jc-ok-sw = 0
               move spaces to rptrecord
               string "  JOBCTL.TXT NOT FOUND - NO ESTIMATE"
                   delimited by size into rptrecord
               write rptrecord
           else
               move est-jobs to ct-ed
               move spaces to rptrecord
               string "  JOBS " ct-ed
                   delimited by size into rptrecord
               write rptrecord
               if est-new > 0
                   move est-new to ct-ed
                   move spaces to rptrecord
                   string "  NO HISTORY " ct-ed
                       " (ESTIMATED AT THE AVERAGE RUN)"
                       delimited by size into rptrecord
                   write rptrecord
               end-if
               move 1 to sx
               perform writeTomorrow-loop
           end-if.

       writeTomorrow-loop.
           perform setItemLabel.
           move st-need(sx) to qty-ed.
           move st-onhand(sx) to qty2-ed.
           move spaces to rptrecord.
           if st-need(sx) > st-onhand(sx)
               string "  " item-label "  NEED " qty-ed
                   "  ON HAND " qty2-ed "  SHORT"
                   delimited by size into rptrecord
           else
               string "  " item-label "  NEED " qty-ed
                   "  ON HAND " qty2-ed
                   delimited by size into rptrecord
           end-if.
           write rptrecord.
           add 1 to sx.
           if sx not > nstk go to writeTomorrow-loop.

      * writeReorder: every item whose cover runs out inside the
      * horizon, or that is short for tomorrow, with the whole
      * units to order to cover the horizon and tomorrow's run.
       writeReorder.
           move spaces to rptrecord.
           write rptrecord.
           move horizon to ct-ed.
           move spaces to rptrecord.
           string "REORDER LIST (HORIZON " ct-ed " NIGHTS)"
               delimited by size into rptrecord.
           write rptrecord.
           move 0 to listed.
           move 1 to sx.
           perform writeReorder-loop.
           if listed = 0
               move spaces to rptrecord
               string "  (NONE - EVERYTHING COVERED)"
                   delimited by size into rptrecord
               write rptrecord
           end-if.

       writeReorder-loop.
           move 0 to reorder-sw.
           if st-type(sx) = "P" or st-life(sx) > 0
               perform setNights
               if st-rate(sx) > 0 and nights < horizon
                   move 1 to reorder-sw
               end-if
               if st-need(sx) > st-onhand(sx)
                   move 1 to reorder-sw
               end-if
           end-if.
           if reorder-sw = 1
               add 1 to listed
               compute order-qty = st-rate(sx) * horizon
               if st-need(sx) > order-qty
                   move st-need(sx) to order-qty
               end-if
               if order-qty > st-onhand(sx)
                   subtract st-onhand(sx) from order-qty
               else
                   move 0 to order-qty
               end-if
               move order-qty to order-whole
               if order-whole < order-qty
                   add 1 to order-whole
               end-if
               if order-whole = 0
                   move 1 to order-whole
               end-if
               perform setItemLabel
               move st-onhand(sx) to qty-ed
               move st-need(sx) to qty2-ed
               move order-whole to whole-ed
               move spaces to rptrecord
               string "  " item-label "  ON HAND " qty-ed
                   "  NIGHTS " nights-ed "  TOMORROW " qty2-ed
                   "  ORDER " whole-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to sx.
           if sx not > nstk go to writeReorder-loop.

      * saveStock: the master written back whole - the settings
      * line, then every item - unless it could not be trusted on
      * the way in, or the night's usage came off it but the posted
      * marks could not be put back on consume.dat: saving it then
      * would take the same usage off again on the next run. The
      * same holds for transactions applied but not marked.
       saveStock.
           if marked > 0 and post-ok-sw = 0
               display "Stock.dat not rewritten - consume.dat "
                   "could not be marked."
           else
           if ctl-back-sw = 0
               display "Stock.dat not rewritten - stockctl.txt "
                   "could not be marked."
           else
           if master-ok-sw = 1
               open output stockfile
               if stockstatus not = "00"
                   display "Cannot rewrite stock.dat."
               else
                   move spaces to skrec
                   move "H" to sh-type
                   move horizon to sh-horizon
                   move spaces to stockrecord
                   move skrec to stockrecord
                   write stockrecord
                   move 1 to sx
                   perform saveStock-loop
                   close stockfile
               end-if
           end-if
           end-if
           end-if.

       saveStock-loop.
           move spaces to skrec.
           move st-type(sx) to sk-type.
           move st-pen(sx) to sk-pen.
           move st-onhand(sx) to sk-onhand.
           move st-life(sx) to sk-life.
           move st-rate(sx) to sk-rate.
           move st-posted(sx) to sk-posted.
           move spaces to stockrecord.
           move skrec to stockrecord.
           write stockrecord.
           add 1 to sx.
           if sx not > nstk go to saveStock-loop.

      * END OF FILE ---------------------------------------------------
