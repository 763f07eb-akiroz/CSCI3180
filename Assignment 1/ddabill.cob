      * | name, drawn length, pen-up travel, page count, shape count) |
      * | and custmast.txt, the customer rate master (one line per    |
      * | job name: account number and the per-unit rates), matches   |
      * | the two and prices each job - drawn length times the length |
      * | rate plus pages times the page rate. Driven by billctl.txt, |
      * | one verb per line, every pass reported in ddabill.rpt:      |
      * |   DRAFT     - one invoice section per account over the      |
      * |               charges not yet invoiced, plus an unmatched-  |
      * |               jobs exception list so nothing plotted goes   |
      * |               unbilled; nothing is numbered or marked. With |
      * |               no billctl.txt the run is a DRAFT;            |
      * |   CLOSE     - period close: the same sections, each account |
      * |               with charges given the next invoice number    |
      * |               and written to invreg.txt, the permanent      |
      * |               invoice register, header and detail lines;    |
      * |               every billing.dat record consumed is marked   |
      * |               invoiced so no later run can bill it again.   |
      * |               Unmatched jobs stay open for the next close;  |
      * |   CREDIT    - credit memos: reads audit.log for jobs that   |
      * |               came out VERIFY=NG and were later rerun       |
      * |               clean, and reverses the NG run's invoiced     |
      * |               charge with a numbered credit memo in the     |
      * |               register, marking its billing.dat record    |
      * |               credited.                                     |
      * |               An NG charge not yet invoiced is listed, to   |
      * |               be credited after the next close;             |
      * |   STATEMENT - the account statement off the register: each  |
      * |               account's invoices and credits by month, with |
      * |               month and account totals.                     |
      * | Consumed records stay on billing.dat, marked; those         |
      * | credited, or invoiced too long ago for a credit to fall     |
      * | due, may be cleared from it at leisure.                     |
      * |                                                              |
      * | custmast.txt layout, fixed columns:                         |
      * |   job name X(20), space, account X(8), space,               |
      * |   length rate 9(4)V99, space, page rate 9(4)V99             |
      * |   then a space and the account's retention in days 9(3),    |
      * |   which DDADELIV reads and this program passes over         |
      * |   then a space and the length basis in column 49: blank     |
      * |   prices the length rate per grid cell drawn, M per metre   |
      * |   of real drawn length - the metres the plotter records     |
      * |   for a job whose catalog entry carries a scale. A per-     |
      * |   metre customer's job with no metres recorded cannot be    |
      * |   priced: it is listed as an exception and stays open.      |
      * | billing.dat marks, written by CLOSE and CREDIT after the    |
      * | plotter's fields: column 63 blank (open), I (invoiced) or   |
      * | C (credited), 65-70 invoice number, 72-80 amount invoiced.  |
      * | The plotter's drawn metres, when it has them, follow at     |
      * | 82-93.                                                      |
      * | invreg.txt: one line per invoice header (I), invoice detail |
      * | (D) or credit memo (C) - see regrec. Invoice and credit     |
      * | memo numbers are one sequence, continued from the register. |
      * ----------------------------------------------------------------

       identification division.
       input-output section.
       file-control.

           select ctlfile assign to disk
               organization is line sequential
               file status is ctlstatus.

           select billfile assign to disk
               organization is line sequential
               file status is billstatus.
               organization is line sequential
               file status is rptstatus.

           select auditfile assign to disk
               organization is line sequential
               file status is auditstatus.

           select regfile assign to disk
               organization is line sequential
               file status is regstatus.

           select workfile assign to disk
               organization is line sequential
               file status is workstatus.

       data division.
       file section.
       fd ctlfile label record is standard
           value of file-id is "billctl.txt".
       01 ctlrecord pic X(10).
       fd billfile label record is standard
           value of file-id is "billing.dat".
       01 billrecord pic X(100).
       fd custfile label record is standard
           value of file-id is "custmast.txt".
       01 custrecord pic X(60).
       fd rptfile label record is standard
           value of file-id is "ddabill.rpt".
       01 rptrecord pic X(100).
       fd auditfile label record is standard
           value of file-id is "audit.log".
       01 auditrecord pic X(132).
       fd regfile label record is standard
           value of file-id is "invreg.txt".
       01 regrecord pic X(100).
      * workfile: billing.dat copied through with the period-close
      * and credit marks laid on, then copied back.
       fd workfile label record is standard
           value of file-id is "billwork.dat".
       01 workrecord pic X(100).

      * billrec/custrec: the fixed layouts the two inputs carry,
      * picked apart by simple moves the way DDAOPS reads an audit
      * line. Lines that do not parse are counted and skipped.
      * The mark, invoice number and amount after the plotter's
      * fields are DDABILL's own, blank until a CLOSE consumes the
      * record.
       working-storage section.
       01 ctlstatus pic X(2) value spaces.
       01 billstatus pic X(2) value spaces.
       01 custstatus pic X(2) value spaces.
       01 rptstatus pic X(2) value spaces.
       01 auditstatus pic X(2) value spaces.
       01 regstatus pic X(2) value spaces.
       01 workstatus pic X(2) value spaces.
       01 billrec.
           05 bil-date pic 9(8).
           05 filler pic X(1).
           05 bil-pages pic 9(5).
           05 filler pic X(1).
           05 bil-shapes pic 9(3).
           05 filler pic X(1).
           05 bil-mark pic X(1).
           05 filler pic X(1).
           05 bil-invno pic 9(6).
           05 filler pic X(1).
           05 bil-amount pic 9(7)V99.
           05 filler pic X(1).
           05 bil-metres pic 9(9)V999.
           05 bil-metres-x redefines bil-metres pic X(12).
       01 custrec.
           05 cm-job pic X(20).
           05 filler pic X(1).
           05 cm-rate-len pic 9(4)V99.
           05 filler pic X(1).
           05 cm-rate-page pic 9(4)V99.
           05 filler pic X(1).
           05 filler pic X(3).
           05 filler pic X(1).
           05 cm-basis pic X(1).

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

      * regrec: one invoice register line. Type I is an invoice
      * header (account total, dated the close), D one of its detail
      * lines (the job, its run date, drawn length, pages and the
      * amount charged), C a credit memo (the job and run reversed,
      * the amount credited and, in rg-ref, the invoice it reverses).
       01 regrec.
           05 rg-type pic X(1).
           05 filler pic X(1).
           05 rg-no pic 9(6).
           05 filler pic X(1).
           05 rg-date pic 9(8).
           05 filler pic X(1).
           05 rg-acct pic X(8).
           05 filler pic X(1).
           05 rg-job pic X(20).
           05 filler pic X(1).
           05 rg-rundate pic 9(8).
           05 filler pic X(1).
           05 rg-amount pic 9(9)V99.
           05 filler pic X(1).
           05 rg-drawn pic 9(8)V99.
           05 filler pic X(1).
           05 rg-pages pic 9(5).
           05 filler pic X(1).
           05 rg-ref pic 9(6).

      * the customer master table, the billing detail table (each
      * detail pre-resolved to its master slot, zero when no master
      * names its job, and carrying its place in billing.dat so the
      * marks can be put back), and the distinct account list the
      * invoice sections walk.
       01 nmast pic 9(3) value 0.
       01 mastdata.
           05 masts occurs 200 times.
               10 mst-acct pic X(8).
               10 mst-rate-len pic 9(4)V99.
               10 mst-rate-page pic 9(4)V99.
               10 mst-basis pic X(1).
       01 ndet pic 9(3) value 0.
       01 detdata.
           05 dets occurs 999 times.
               10 det-recno pic 9(6).
               10 det-date pic 9(8).
               10 det-job pic X(20).
               10 det-drawn pic 9(8)V99.
               10 det-metres pic 9(9)V999.
               10 det-metres-sw pic 9.
               10 det-pages pic 9(5).
               10 det-mast pic 9(3).
               10 det-mark pic X(1).
               10 det-invno pic 9(6).
               10 det-amount pic 9(7)V99.
               10 det-claim pic 9.
       01 nacct pic 9(3) value 0.
       01 acctdata.
           05 accts occurs 200 times.
               10 act-no pic X(8).

      * the credit run's candidates: each completed VERIFY=NG run
      * tied to its billing record, flagged once a clean rerun of
      * the same job turns up later in the log.
       01 naud pic 9(3) value 0.
       01 auddata.
           05 auds occurs 999 times.
               10 au-job pic X(20).
               10 au-det pic 9(3).
               10 au-clean pic 9.

      * the statement's register lines (invoice headers and credit
      * memos, in register order) and their distinct accounts.
       01 nreg pic 9(3) value 0.
       01 regdata.
           05 regs occurs 999 times.
               10 rl-type pic X(1).
               10 rl-no pic 9(6).
               10 rl-date pic 9(8).
               10 rl-acct pic X(8).
               10 rl-job pic X(20).
               10 rl-amount pic 9(9)V99.
               10 rl-ref pic 9(6).
       01 nsta pic 9(3) value 0.
       01 stadata.
           05 stas occurs 200 times.
               10 sa-no pic X(8).

       01 more-sw pic 9 value 1.
       01 ctl-more-sw pic 9 value 1.
       01 close-sw pic 9 value 0.
       01 credit-sw pic 9 value 0.
       01 bill-ok-sw pic 9 value 0.
       01 mast-drops pic 9(5) value 0.
       01 det-drops pic 9(5) value 0.
       01 aud-drops pic 9(5) value 0.
       01 reg-drops pic 9(5) value 0.
       01 bad-lines pic 9(5) value 0.
       01 closed-lines pic 9(5) value 0.
       01 recno pic 9(6) value 0.
       01 k pic 9(4) value 0.
       01 j pic 9(4) value 0.
       01 a pic 9(4) value 0.
       01 mx pic 9(3) value 0.
       01 ax pic 9(3) value 0.
       01 sx pic 9(3) value 0.
       01 found-sw pic 9 value 0.
       01 new-class pic X(1).
       01 job-amount pic 9(9)V99 value 0.
       01 acct-total pic 9(11)V99 value 0.
       01 acct-jobs pic 9(5) value 0.
       01 unmatched pic 9(5) value 0.
       01 unscaled pic 9(5) value 0.
       01 marked pic 9(5) value 0.
       01 credits pic 9(5) value 0.
       01 pending pic 9(5) value 0.
       01 credit-total pic 9(11)V99 value 0.
       01 last-no pic 9(6) value 0.
       01 inv-no pic 9(6) value 0.
       01 run-date pic 9(8).

      * statement month breaks: a register date split into year
      * and month, and the running month and account totals.
       01 mon-date pic 9(8).
       01 mon-parts redefines mon-date.
           05 mon-yyyy pic 9(4).
           05 mon-mm pic 9(2).
           05 mon-dd pic 9(2).
       01 cur-yyyy pic 9(4) value 0.
       01 cur-mm pic 9(2) value 0.
       01 month-open-sw pic 9 value 0.
       01 mon-inv pic 9(11)V99 value 0.
       01 mon-cr pic 9(11)V99 value 0.
       01 acct-inv pic 9(11)V99 value 0.
       01 acct-cr pic 9(11)V99 value 0.
       01 net-amount pic S9(11)V99 value 0.

       01 ct-ed pic ZZZZ9.
       01 amt-ed pic ZZZZZZZZ9.99.
       01 amt2-ed pic ZZZZZZZZ9.99.
       01 net-ed pic ZZZZZZZZ9.99-.
       01 len-ed pic ZZZZZZZ9.99.
       01 mtr-ed pic ZZZZZZ9.999.
       01 pg-ed pic ZZZZ9.

       procedure division.
           end-if.
           perform cust-loop.
           close custfile.
           perform collectAccounts.
           perform readRegister.
           open output rptfile.
           if rptstatus not = "00"
               display "Cannot open ddabill.rpt."
               stop run
           end-if.
           accept run-date from date YYYYMMDD.
           move spaces to rptrecord.
           string "BILLING RUN    RUN DATE: " run-date
               delimited by size into rptrecord.
           write rptrecord.
           open input ctlfile.
           if ctlstatus = "00"
               perform ctl-loop
               close ctlfile
           else
               perform cmdDraft
           end-if.
           close rptfile.
           display "Billing report written to ddabill.rpt".
           stop run.

       ctl-loop.
           read ctlfile at end move 0 to ctl-more-sw.
           if ctl-more-sw = 1
               if ctlrecord = "DRAFT"
                   perform cmdDraft
               else
               if ctlrecord = "CLOSE"
                   perform cmdClose
               else
               if ctlrecord = "CREDIT"
                   perform cmdCredit
               else
               if ctlrecord = "STATEMENT"
                   perform cmdStatement
               else
                   display "Unknown verb: " ctlrecord
               end-if
               end-if
               end-if
               end-if
               go to ctl-loop
           end-if.

      * cust-loop: one rate-master line per pass. A line whose
      * rates are not numeric is counted bad and skipped rather
      * than priced at a guess.
               if cm-job not = spaces
                       and cm-rate-len numeric
                       and cm-rate-page numeric
                       and ( cm-basis = space or cm-basis = "M" )
                   if nmast < 200
                       add 1 to nmast
                       move cm-job to mst-job(nmast)
                       move cm-acct to mst-acct(nmast)
                       move cm-rate-len to mst-rate-len(nmast)
                       move cm-rate-page to mst-rate-page(nmast)
                       move cm-basis to mst-basis(nmast)
                   else
                       add 1 to mast-drops
                   end-if
               go to cust-loop
           end-if.

      * readRegister: the highest invoice or credit memo number on
      * the register, so numbering carries on from the last run.
      * No register yet means the first number issued is 1.
       readRegister.
           move 0 to last-no.
           open input regfile.
           if regstatus = "00"
               move 1 to more-sw
               perform readRegister-loop
               close regfile
           end-if.

       readRegister-loop.
           read regfile at end move 0 to more-sw.
           if more-sw = 1
               move regrecord to regrec
               if rg-no numeric
                   if rg-no > last-no
                       move rg-no to last-no
                   end-if
               end-if
               go to readRegister-loop
           end-if.

      * openRegister: the register is only ever added to - created
      * on first use the way the audit log is. A CLOSE or CREDIT
      * that cannot open it does nothing at all.
       openRegister.
           open extend regfile.
           if regstatus not = "00" open output regfile end-if.
           if regstatus not = "00"
               display "Cannot open invoice register invreg.txt."
               move spaces to rptrecord
               string "INVOICE REGISTER INVREG.TXT WILL NOT OPEN"
                   " - NOTHING INVOICED OR CREDITED"
                   delimited by size into rptrecord
               write rptrecord
           end-if.

      * cmdDraft: price the open charges for review - no numbers,
      * no register, no marks.
       cmdDraft.
           move 0 to close-sw.
           move 0 to credit-sw.
           perform loadBilling.
           if bill-ok-sw = 1
               perform resolveDetails
               perform writeInvoices
           end-if.

      * cmdClose: the period close - the draft's sections numbered,
      * registered and marked consumed on billing.dat.
       cmdClose.
           move 1 to close-sw.
           move 0 to credit-sw.
           perform loadBilling.
           if bill-ok-sw = 1
               perform openRegister
               if regstatus = "00"
                   perform resolveDetails
                   perform writeInvoices
                   close regfile
               end-if
           end-if.
           move 0 to close-sw.

      * loadBilling: billing.dat into the detail table afresh for
      * each pass, so a CREDIT after a CLOSE sees its marks. DRAFT
      * and CLOSE take only the open records and count the rest;
      * CREDIT takes every record, invoiced or not, so its matching
      * against the audit log lines up run for run.
       loadBilling.
           move 0 to ndet.
           move 0 to det-drops.
           move 0 to bad-lines.
           move 0 to closed-lines.
           move 0 to recno.
           move spaces to rptrecord.
           write rptrecord.
           open input billfile.
           if billstatus not = "00"
               move 0 to bill-ok-sw
               display "Billing detail billing.dat not found."
               move spaces to rptrecord
               string "BILLING DETAIL BILLING.DAT NOT FOUND"
                   delimited by size into rptrecord
               write rptrecord
           else
               move 1 to bill-ok-sw
               move 1 to more-sw
               perform bill-loop
               close billfile
           end-if.

       bill-loop.
           read billfile at end move 0 to more-sw.
           if more-sw = 1
               add 1 to recno
               move billrecord to billrec
               if bil-date numeric and bil-drawn numeric
                       and bil-pages numeric
                       and ( bil-mark = space
                       or ( ( bil-mark = "I" or bil-mark = "C" )
                           and bil-invno numeric
                           and bil-amount numeric ) )
                   if bil-mark not = space and credit-sw = 0
                       add 1 to closed-lines
                   else
                       perform keepDetail
                   end-if
               else
                   if billrecord not = spaces
               go to bill-loop
           end-if.

       keepDetail.
           if ndet < 999
               add 1 to ndet
               move recno to det-recno(ndet)
               move bil-date to det-date(ndet)
               move bil-job to det-job(ndet)
               move bil-drawn to det-drawn(ndet)
               if bil-metres-x not = spaces and bil-metres numeric
                   move bil-metres to det-metres(ndet)
                   move 1 to det-metres-sw(ndet)
               else
                   move 0 to det-metres(ndet)
                   move 0 to det-metres-sw(ndet)
               end-if
               move bil-pages to det-pages(ndet)
               move 0 to det-mast(ndet)
               move bil-mark to det-mark(ndet)
               move 0 to det-claim(ndet)
               if bil-mark = space
                   move 0 to det-invno(ndet)
                   move 0 to det-amount(ndet)
               else
                   move bil-invno to det-invno(ndet)
                   move bil-amount to det-amount(ndet)
               end-if
           else
               add 1 to det-drops
           end-if.

      * resolveDetails/-scan: tie each detail to its rate-master
      * slot once, so the invoice walks below need no re-searching.
      * A per-metre customer's detail with no metres recorded is
      * tied to no slot, and held apart by unscaledDetail.
       resolveDetails.
           if ndet > 0
               move 1 to k
               perform resolveDetails-scan
               move mx to det-mast(k)
           end-if.
           if det-mast(k) > 0
               perform unscaledDetail
           end-if.
           add 1 to k.
           if k not > ndet go to resolveDetails-one.

               end-if
           end-if.

      * unscaledDetail: an open job whose customer is priced per
      * metre but whose run recorded no metres - plotted in bare
      * grid cells, its catalog entry never given a scale - cannot
      * be priced. Its master slot is let go so no invoice takes
      * it, and det-metres-sw 2 lists it with the exceptions; the
      * record stays open for a close after it is replotted to
      * scale. A charge already invoiced keeps its slot for CREDIT.
       unscaledDetail.
           move det-mast(k) to mx.
           if mst-basis(mx) = "M" and det-metres-sw(k) = 0
                   and det-mark(k) = space
               move 0 to det-mast(k)
               move 2 to det-metres-sw(k)
           end-if.

      * collectAccounts/-scan: the distinct account numbers off the
      * master, in first-seen order - one invoice section each.
       collectAccounts.
               end-if
           end-if.

      * writeInvoices: the pass head, one invoice section per
      * account, then the unmatched-jobs exception list. A CLOSE
      * then puts its marks back on billing.dat.
       writeInvoices.
           move spaces to rptrecord.
           if close-sw = 1
               string "PERIOD CLOSE - INVOICES REGISTERED"
                   delimited by size into rptrecord
           else
               string "DRAFT - OPEN CHARGES, NOTHING INVOICED"
                   delimited by size into rptrecord
           end-if.
           write rptrecord.
           move ndet to ct-ed.
           move spaces to rptrecord.
           string "DETAIL RECORDS READ: " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           if closed-lines > 0
               move closed-lines to ct-ed
               move spaces to rptrecord
               string "ALREADY INVOICED:    " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if bad-lines > 0
               move bad-lines to ct-ed
               move spaces to rptrecord
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move 0 to marked.
           if nacct > 0
               move 1 to ax
               perform writeInvoice-acct
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move 0 to unscaled.
           if ndet > 0
               move 1 to k
               perform writeUnscaled-loop
           end-if.
           if close-sw = 1
               move spaces to rptrecord
               write rptrecord
               move marked to ct-ed
               move spaces to rptrecord
               string "RECORDS MARKED INVOICED: " ct-ed
                   delimited by size into rptrecord
               write rptrecord
               if marked > 0
                   perform rewriteBilling
               end-if
           end-if.

      * writeInvoice-acct: one account's section - every detail
      * whose master carries this account, priced line by line,
      * then the account total. On a CLOSE an account with charges
      * takes the next invoice number, its header going to the
      * register ahead of the detail lines.
       writeInvoice-acct.
           move spaces to rptrecord.
           write rptrecord.
           move 0 to acct-total.
           move 0 to acct-jobs.
           if ndet > 0
               move 1 to k
               perform priceInvoice-line
           end-if.
           move spaces to rptrecord.
           if close-sw = 1 and acct-jobs > 0
               add 1 to last-no
               move last-no to inv-no
               perform registerHead
               string "INVOICE " inv-no "  ACCOUNT " act-no(ax)
                   delimited by size into rptrecord
           else
               string "INVOICE  ACCOUNT " act-no(ax)
                   delimited by size into rptrecord
           end-if.
           write rptrecord.
           if acct-jobs = 0
               move spaces to rptrecord
               string "  (NO JOBS THIS PERIOD)"
                   delimited by size into rptrecord
               write rptrecord
           else
               move 1 to k
               perform writeInvoice-line
               move acct-total to amt-ed
               move spaces to rptrecord
               string "  TOTAL DUE " amt-ed
           add 1 to ax.
           if ax not > nacct go to writeInvoice-acct.

       priceInvoice-line.
           move det-mast(k) to mx.
           if mx > 0
               if mst-acct(mx) = act-no(ax)
                   add 1 to acct-jobs
                   perform priceDetail
                   add job-amount to acct-total
               end-if
           end-if.
           add 1 to k.
           if k not > ndet go to priceInvoice-line.

      * priceDetail: the length charge is per grid cell drawn, or
      * per metre of real drawn length for a customer whose master
      * says M.
       priceDetail.
           if mst-basis(mx) = "M"
               compute job-amount rounded =
                   det-metres(k) * mst-rate-len(mx)
                   + det-pages(k) * mst-rate-page(mx)
           else
               compute job-amount =
                   det-drawn(k) * mst-rate-len(mx)
                   + det-pages(k) * mst-rate-page(mx)
           end-if.

       writeInvoice-line.
           move det-mast(k) to mx.
           if mx > 0
               if mst-acct(mx) = act-no(ax)
                   perform priceDetail
                   move det-pages(k) to pg-ed
                   move job-amount to amt-ed
                   move spaces to rptrecord
                   if mst-basis(mx) = "M"
                       move det-metres(k) to mtr-ed
                       string "  " det-date(k) "  " det-job(k)
                           "  METRES" mtr-ed
                           "  PAGES " pg-ed
                           "  AMOUNT " amt-ed
                           delimited by size into rptrecord
                   else
                       move det-drawn(k) to len-ed
                       string "  " det-date(k) "  " det-job(k)
                           "  DRAWN " len-ed
                           "  PAGES " pg-ed
                           "  AMOUNT " amt-ed
                           delimited by size into rptrecord
                   end-if
                   write rptrecord
                   if close-sw = 1
                       perform registerDetail
                       move "I" to det-mark(k)
                       move inv-no to det-invno(k)
                       move job-amount to det-amount(k)
                       add 1 to marked
                   end-if
               end-if
           end-if.
           add 1 to k.
           if k not > ndet go to writeInvoice-line.

       writeUnmatched-loop.
           if det-mast(k) = 0 and det-metres-sw(k) not = 2
               add 1 to unmatched
               move spaces to rptrecord
               string "  " det-date(k) "  " det-job(k)
           add 1 to k.
           if k not > ndet go to writeUnmatched-loop.

      * writeUnscaled-loop: the per-metre jobs that recorded no
      * metres, under their own heading - printed only when there
      * are any, each left open on billing.dat.
       writeUnscaled-loop.
           if det-metres-sw(k) = 2
               if unscaled = 0
                   move spaces to rptrecord
                   write rptrecord
                   move spaces to rptrecord
                   string "PER-METRE JOBS WITH NO SCALE (LEFT OPEN - "
                       "GIVE THE ENTRY UNITS AND REPLOT)"
                       delimited by size into rptrecord
                   write rptrecord
               end-if
               add 1 to unscaled
               move spaces to rptrecord
               string "  " det-date(k) "  " det-job(k)
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to k.
           if k not > ndet go to writeUnscaled-loop.

      * registerHead/registerDetail: the invoice header and one
      * detail line out to the register.
       registerHead.
           move spaces to regrec.
           move "I" to rg-type.
           move inv-no to rg-no.
           move run-date to rg-date.
           move act-no(ax) to rg-acct.
           move 0 to rg-rundate.
           move acct-total to rg-amount.
           move 0 to rg-drawn.
           move 0 to rg-pages.
           move 0 to rg-ref.
           move regrec to regrecord.
           write regrecord.

       registerDetail.
           move spaces to regrec.
           move "D" to rg-type.
           move inv-no to rg-no.
           move run-date to rg-date.
           move act-no(ax) to rg-acct.
           move det-job(k) to rg-job.
           move det-date(k) to rg-rundate.
           move job-amount to rg-amount.
           move det-drawn(k) to rg-drawn.
           move det-pages(k) to rg-pages.
           move 0 to rg-ref.
           move regrec to regrecord.
           write regrecord.

      * rewriteBilling: the marks set in the detail table put back
      * on billing.dat. A line-sequential file cannot be rewritten
      * in place, so the file is copied through billwork.dat with
      * each marked record overlaid, then copied back whole.
      * Records are matched by their place in the file, so lines
      * the table had no room for pass through untouched.
       rewriteBilling.
           open input billfile.
           open output workfile.
           if billstatus not = "00" or workstatus not = "00"
               perform rewriteBilling-fail
               if billstatus = "00" close billfile end-if
               if workstatus = "00" close workfile end-if
           else
               move 0 to recno
               move 1 to k
               move 1 to more-sw
               perform rewriteBilling-copy
               close billfile
               close workfile
      * billwork.dat must open before billing.dat is opened for
      * output - that open empties it.
               open input workfile
               if workstatus not = "00"
                   perform rewriteBilling-fail
               else
                   open output billfile
                   if billstatus not = "00"
                       perform rewriteBilling-fail
                       close workfile
                   else
                       move 1 to more-sw
                       perform rewriteBilling-back
                       close workfile
                       close billfile
                   end-if
               end-if
           end-if.

       rewriteBilling-fail.
           display "Cannot rewrite billing.dat.".
           move spaces to rptrecord.
           string "*** BILLING.DAT NOT MARKED - MARK IT BY HAND"
               " BEFORE ANOTHER CLOSE OR CREDIT RUN"
               delimited by size into rptrecord.
           write rptrecord.

       rewriteBilling-copy.
           read billfile at end move 0 to more-sw.
           if more-sw = 1
               add 1 to recno
               move billrecord to workrecord
               if k not > ndet
                   if det-recno(k) = recno
                       if det-mark(k) not = space
                           move billrecord to billrec
                           move det-mark(k) to bil-mark
                           move det-invno(k) to bil-invno
                           move det-amount(k) to bil-amount
                           move billrec to workrecord
                       end-if
                       add 1 to k
                   end-if
               end-if
               write workrecord
               go to rewriteBilling-copy
           end-if.

       rewriteBilling-back.
           read workfile at end move 0 to more-sw.
           if more-sw = 1
               move workrecord to billrecord
               write billrecord
               go to rewriteBilling-back
           end-if.

      * cmdCredit: the credit-memo run. Each completed run in the
      * audit log is tied to the billing record it wrote - the Nth
      * completed run of a job on a date to the Nth record of that
      * job and date, both files being in run order - and every run
      * that came out VERIFY=NG and was rerun clean later in the
      * log has its invoiced charge reversed.
       cmdCredit.
           move 0 to close-sw.
           move 1 to credit-sw.
           perform loadBilling.
           if bill-ok-sw = 1
               open input auditfile
               if auditstatus not = "00"
                   display "Audit log not found."
                   move spaces to rptrecord
                   string "AUDIT LOG AUDIT.LOG NOT FOUND - NO CREDITS"
                       delimited by size into rptrecord
                   write rptrecord
               else
                   perform resolveDetails
                   move 0 to naud
                   move 0 to aud-drops
                   move 1 to more-sw
                   perform aud-loop
                   close auditfile
                   perform openRegister
                   if regstatus = "00"
                       perform writeCredits
                       close regfile
                   end-if
               end-if
           end-if.
           move 0 to credit-sw.

       aud-loop.
           read auditfile at end move 0 to more-sw.
           if more-sw = 1
               move auditrecord to audrec
               if aud-date numeric and aud-n numeric
                       and aud-finali numeric
                   perform keepAud
               end-if
               go to aud-loop
           end-if.

      * keepAud: the run's outcome by DDARECON's rules - only a run
      * that completed was billed, whatever its VERIFY verdict. An
      * NG run still holding an uncredited charge becomes a
      * candidate; a clean run clears every earlier candidate of
      * the same job for crediting.
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
           if new-class = "C"
               perform claimDetail
               if aud-ver = "NG" and j > 0
                   if det-mark(j) not = "C"
                       if naud < 999
                           add 1 to naud
                           move aud-job to au-job(naud)
                           move j to au-det(naud)
                           move 0 to au-clean(naud)
                       else
                           add 1 to aud-drops
                       end-if
                   end-if
               end-if
               if aud-ver = "OK" and naud > 0
                   move 1 to a
                   perform markClean-loop
               end-if
           end-if.

      * claimDetail/-scan: the first unclaimed billing record of
      * this run's job and date, left in j (zero when none).
       claimDetail.
           move 0 to j.
           if ndet > 0
               move 1 to k
               perform claimDetail-scan
           end-if.

       claimDetail-scan.
           if det-claim(k) = 0 and det-job(k) = aud-job
                   and det-date(k) = aud-date
               move 1 to det-claim(k)
               move k to j
           else
               add 1 to k
               if k not > ndet
                   go to claimDetail-scan
               end-if
           end-if.

       markClean-loop.
           if au-job(a) = aud-job
               move 1 to au-clean(a)
           end-if.
           add 1 to a.
           if a not > naud go to markClean-loop.

      * writeCredits: the credit pass - a numbered memo for each NG
      * charge already invoiced, a reminder for each not invoiced
      * yet, then the marks put back on billing.dat.
       writeCredits.
           move spaces to rptrecord.
           string "CREDIT MEMOS - VERIFY=NG RUNS RERUN CLEAN"
               delimited by size into rptrecord.
           write rptrecord.
           if bad-lines > 0
               move bad-lines to ct-ed
               move spaces to rptrecord
               string "LINES SKIPPED:       " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if det-drops > 0 or aud-drops > 0
               compute ct-ed = det-drops + aud-drops
               move spaces to rptrecord
               string "NOT TALLIED (TABLE FULL): " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move 0 to credits.
           move 0 to credit-total.
           move 0 to pending.
           move 0 to marked.
           if naud > 0
               move 1 to a
               perform writeCredit-loop
           end-if.
           if credits = 0 and pending = 0
               move spaces to rptrecord
               string "  (NONE - NO CHARGE TO REVERSE)"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move credits to ct-ed.
           move credit-total to amt-ed.
           move spaces to rptrecord.
           string "CREDIT MEMOS ISSUED: " ct-ed
               "  TOTAL CREDITED " amt-ed
               delimited by size into rptrecord.
           write rptrecord.
           if marked > 0
               perform rewriteBilling
           end-if.

       writeCredit-loop.
           if au-clean(a) = 1
               move au-det(a) to k
               move det-mast(k) to mx
               move spaces to rptrecord
               if det-mark(k) = space
                   add 1 to pending
                   string "  " det-date(k) "  " det-job(k)
                       "  NOT YET INVOICED - CREDIT AFTER NEXT CLOSE"
                       delimited by size into rptrecord
                   write rptrecord
               else
               if mx = 0
                   string "  " det-date(k) "  " det-job(k)
                       "  NO CUSTOMER MASTER ENTRY - NOT CREDITED"
                       delimited by size into rptrecord
                   write rptrecord
               else
                   perform issueCredit
               end-if
               end-if
           end-if.
           add 1 to a.
           if a not > naud go to writeCredit-loop.

      * issueCredit: the next number in the register's sequence as
      * a credit memo reversing exactly what was invoiced, and the
      * billing record marked credited so it is never reversed
      * twice.
       issueCredit.
           add 1 to last-no.
           add 1 to credits.
           add det-amount(k) to credit-total.
           move spaces to regrec.
           move "C" to rg-type.
           move last-no to rg-no.
           move run-date to rg-date.
           move mst-acct(mx) to rg-acct.
           move det-job(k) to rg-job.
           move det-date(k) to rg-rundate.
           move det-amount(k) to rg-amount.
           move det-drawn(k) to rg-drawn.
           move det-pages(k) to rg-pages.
           move det-invno(k) to rg-ref.
           move regrec to regrecord.
           write regrecord.
           move "C" to det-mark(k).
           add 1 to marked.
           move det-amount(k) to amt-ed.
           string "  CREDIT " last-no "  " mst-acct(mx)
               "  " det-job(k) "  " det-date(k)
               "  INV " det-invno(k) "  AMOUNT " amt-ed
               delimited by size into rptrecord.
           write rptrecord.

      * cmdStatement: the register read back into the statement -
      * invoice headers and credit memos only, the detail lines
      * being on the invoices themselves.
       cmdStatement.
           move 0 to nreg.
           move 0 to reg-drops.
           move spaces to rptrecord.
           write rptrecord.
           open input regfile.
           if regstatus not = "00"
               move spaces to rptrecord
               string "INVOICE REGISTER INVREG.TXT NOT FOUND"
                   " - NO STATEMENT"
                   delimited by size into rptrecord
               write rptrecord
           else
               move 1 to more-sw
               perform stmt-loop
               close regfile
               perform writeStatement
           end-if.

       stmt-loop.
           read regfile at end move 0 to more-sw.
           if more-sw = 1
               move regrecord to regrec
               if ( rg-type = "I" or rg-type = "C" )
                       and rg-no numeric and rg-date numeric
                       and rg-amount numeric and rg-ref numeric
                   if nreg < 999
                       add 1 to nreg
                       move rg-type to rl-type(nreg)
                       move rg-no to rl-no(nreg)
                       move rg-date to rl-date(nreg)
                       move rg-acct to rl-acct(nreg)
                       move rg-job to rl-job(nreg)
                       move rg-amount to rl-amount(nreg)
                       move rg-ref to rl-ref(nreg)
                   else
                       add 1 to reg-drops
                   end-if
               end-if
               go to stmt-loop
           end-if.

      * writeStatement: one statement per account on the register,
      * in first-seen order; the register being in date order,
      * each account's lines fall out month by month.
       writeStatement.
           move spaces to rptrecord.
           string "ACCOUNT STATEMENT FROM THE INVOICE REGISTER"
               delimited by size into rptrecord.
           write rptrecord.
           if reg-drops > 0
               move reg-drops to ct-ed
               move spaces to rptrecord
               string "NOT TALLIED (TABLE FULL): " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move 0 to nsta.
           if nreg > 0
               move 1 to k
               perform collectStmt-one
           end-if.
           if nsta = 0
               move spaces to rptrecord
               string "  (NO INVOICES OR CREDITS REGISTERED)"
                   delimited by size into rptrecord
               write rptrecord
           else
               move 1 to sx
               perform stmtAcct
           end-if.

       collectStmt-one.
           move nsta to sx.
           perform collectStmt-scan.
           if sx = 0 and nsta < 200
               add 1 to nsta
               move rl-acct(k) to sa-no(nsta)
           end-if.
           add 1 to k.
           if k not > nreg go to collectStmt-one.

       collectStmt-scan.
           if sx > 0
               if sa-no(sx) = rl-acct(k)
                   continue
               else
                   subtract 1 from sx
                   go to collectStmt-scan
               end-if
           end-if.

       stmtAcct.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "STATEMENT  ACCOUNT " sa-no(sx)
               delimited by size into rptrecord.
           write rptrecord.
           move 0 to acct-inv.
           move 0 to acct-cr.
           move 0 to month-open-sw.
           move 1 to k.
           perform stmtAcct-line.
           if month-open-sw = 1
               perform stmtMonthEnd
           end-if.
           compute net-amount = acct-inv - acct-cr.
           move acct-inv to amt-ed.
           move acct-cr to amt2-ed.
           move net-amount to net-ed.
           move spaces to rptrecord.
           string "  ACCOUNT TOTAL  INVOICED " amt-ed
               "  CREDITED " amt2-ed "  NET " net-ed
               delimited by size into rptrecord.
           write rptrecord.
           add 1 to sx.
           if sx not > nsta go to stmtAcct.

       stmtAcct-line.
           if rl-acct(k) = sa-no(sx)
               move rl-date(k) to mon-date
               if month-open-sw = 1
                   if mon-yyyy not = cur-yyyy or mon-mm not = cur-mm
                       perform stmtMonthEnd
                   end-if
               end-if
               if month-open-sw = 0
                   perform stmtMonthHead
               end-if
               move rl-amount(k) to amt-ed
               move spaces to rptrecord
               if rl-type(k) = "I"
                   add rl-amount(k) to mon-inv
                   add rl-amount(k) to acct-inv
                   string "    " rl-date(k) "  INVOICE " rl-no(k)
                       "  AMOUNT " amt-ed
                       delimited by size into rptrecord
               else
                   add rl-amount(k) to mon-cr
                   add rl-amount(k) to acct-cr
                   string "    " rl-date(k) "  CREDIT  " rl-no(k)
                       "  AMOUNT " amt-ed
                       "  FOR INVOICE " rl-ref(k) "  " rl-job(k)
                       delimited by size into rptrecord
               end-if
               write rptrecord
           end-if.
           add 1 to k.
           if k not > nreg go to stmtAcct-line.

       stmtMonthHead.
           move mon-yyyy to cur-yyyy.
           move mon-mm to cur-mm.
           move 0 to mon-inv.
           move 0 to mon-cr.
           move 1 to month-open-sw.
           move spaces to rptrecord.
           string "  MONTH " cur-yyyy "/" cur-mm
               delimited by size into rptrecord.
           write rptrecord.

       stmtMonthEnd.
           compute net-amount = mon-inv - mon-cr.
           move mon-inv to amt-ed.
           move mon-cr to amt2-ed.
           move net-amount to net-ed.
           move spaces to rptrecord.
           string "    MONTH TOTAL  INVOICED " amt-ed
               "  CREDITED " amt2-ed "  NET " net-ed
               delimited by size into rptrecord.
           write rptrecord.
           move 0 to month-open-sw.

      * END OF FILE ---------------------------------------------------
