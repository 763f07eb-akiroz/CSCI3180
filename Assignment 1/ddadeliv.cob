      * ----------------------------------------------------------------
      * | DDADELIV - delivery manifest and output housekeeping        |
      * |                                                              |
      * | Run after the night batch. Reads audit.log for the run date |
      * | and writes ddadeliv.rpt, the delivery manifest the mailroom |
      * | works from, grouped by customer account off custmast.txt:   |
      * | every run the plotter logged that date, its time, the       |
      * | catalog revision plotted (- for a loose deck), its page     |
      * | count from billing.dat, and whether it goes out. A run that |
      * | completed clean is delivered, with the output files it left |
      * | on disk listed under it (<name>.out, .csv, .rpt and .plt -  |
      * | an overlay group's under its first member's name with the   |
      * | .ovl tag, a back-revision plot's under name.rNNN). A run    |
      * | that failed, came out VERIFY=NG, was skipped by the         |
      * | checkpoint, or was overtaken by a later run of the same job |
      * | the same night (whose files are now the ones on disk) is    |
      * | flagged NOT FOR DELIVERY with the reason. Outcomes are read |
      * | off the audit line by the rules DDARECON applies. A job on  |
      * | no custmast.txt line is listed under NO ACCOUNT.            |
      * |                                                              |
      * | Housekeeping, when delivctl.txt asks for it, works over     |
      * | every job on audit.log: a job whose last run is older than  |
      * | its account's retention (days before the run date) has its  |
      * | output and checkpoint files removed - PURGE deletes them,   |
      * | ARCHIVE first copies each into delarch.dat (a *FILE line    |
      * | naming it, its lines, then *END) and then deletes it. The   |
      * | .ck of a job still on retry.q, or whose last run failed, is |
      * | never removed - the retry needs it - and is reported kept.  |
      * | Every file removed is listed in the report and appended to  |
      * | purge.log, the permanent record of what was purged.         |
      * |                                                              |
      * | delivctl.txt, optional, one line each, fixed columns:       |
      * | verb X(8), parameter from column 9:                         |
      * |   RUNDATE yyyymmdd - the run date (default today)           |
      * |   RETAIN  nnn      - retention in days for an account with  |
      * |                      none on custmast.txt (default 30)      |
      * |   PURGE            - housekeeping, deleting                 |
      * |   ARCHIVE          - housekeeping, archiving then deleting  |
      * |                      (the later of PURGE/ARCHIVE stands)    |
      * | custmast.txt columns 45-47 hold an account's retention in   |
      * | days, on any of its lines (the longest given stands).       |
      * ----------------------------------------------------------------

       identification division.
       program-id. ddadeliv.

       environment division.
       input-output section.
       file-control.

           select ctlfile assign to disk
               organization is line sequential
               file status is ctlstatus.

           select custfile assign to disk
               organization is line sequential
               file status is custstatus.

           select auditfile assign to disk
               organization is line sequential
               file status is auditstatus.

           select billfile assign to disk
               organization is line sequential
               file status is billstatus.

           select retryfile assign to disk
               organization is line sequential
               file status is retrystatus.

           select probefile assign to dynamic probe-name
               organization is line sequential
               file status is probestatus.

           select archfile assign to disk
               organization is line sequential
               file status is archstatus.

           select logfile assign to disk
               organization is line sequential
               file status is logstatus.

           select rptfile assign to disk
               organization is line sequential
               file status is rptstatus.

      * probefile is assigned to a WS data name, since every file it
      * opens - to see whether it is on disk, to archive it, or to
      * delete it - is named from a job's name at run time.
       data division.
       file section.
       fd ctlfile label record is standard
           value of file-id is "delivctl.txt".
       01 ctlrecord.
           05 ctl-verb pic X(8).
           05 ctl-parm pic X(8).
       fd custfile label record is standard
           value of file-id is "custmast.txt".
       01 custrecord pic X(60).
       fd auditfile label record is standard
           value of file-id is "audit.log".
       01 auditrecord pic X(132).
       fd billfile label record is standard
           value of file-id is "billing.dat".
       01 billrecord pic X(100).
       fd retryfile label record is standard
           value of file-id is "retry.q".
       01 retryrecord pic X(130).
       fd probefile label record is standard.
       01 proberecord pic X(132).
       fd archfile label record is standard
           value of file-id is "delarch.dat".
       01 archrecord pic X(132).
       fd logfile label record is standard
           value of file-id is "purge.log".
       01 logrecord pic X(100).
       fd rptfile label record is standard
           value of file-id is "ddadeliv.rpt".
       01 rptrecord pic X(100).

       working-storage section.
       01 ctlstatus pic X(2) value spaces.
       01 custstatus pic X(2) value spaces.
       01 auditstatus pic X(2) value spaces.
       01 billstatus pic X(2) value spaces.
       01 retrystatus pic X(2) value spaces.
       01 probestatus pic X(2) value spaces.
       01 archstatus pic X(2) value spaces.
       01 logstatus pic X(2) value spaces.
       01 rptstatus pic X(2) value spaces.
       01 probe-name pic X(32) value spaces.
       01 more-sw pic 9 value 1.
       01 copy-sw pic 9 value 1.
       01 run-date pic 9(8).

      * the delivctl.txt parameter, read as a date or as a count of
      * days as the verb wants it.
       01 ctl-parm-w pic X(8) value spaces.
       01 ctl-date redefines ctl-parm-w pic 9(8).
       01 ctl-parm-r redefines ctl-parm-w.
           05 ctl-days pic 9(3).
           05 filler pic X(5).

      * house-sw: 0 no housekeeping, 1 PURGE, 2 ARCHIVE.
       01 house-sw pic 9 value 0.
       01 default-ret pic 9(3) value 30.
       01 ctl-bad pic 9(5) value 0.

      * custrec: the customer master line, by position - DDABILL's
      * fields, and the account's retention after them.
       01 custrec.
           05 cm-job pic X(20).
           05 filler pic X(1).
           05 cm-acct pic X(8).
           05 filler pic X(1).
           05 cm-rate-len pic X(6).
           05 filler pic X(1).
           05 cm-rate-page pic X(6).
           05 filler pic X(1).
           05 cm-retain pic X(3).
       01 ret-x3 pic X(3) value spaces.
       01 ret-n redefines ret-x3 pic 9(3).

      * audrec: the fixed layout the plotter's auditLog STRING
      * produces, picked apart by position the way DDAOPS does,
      * with the revision and overlay tags that ride after VERIFY=.
       01 audrec.
           05 aud-date pic 9(8).
           05 filler pic X(1).
           05 aud-time pic X(6).
           05 filler pic X(2).
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
           05 filler pic X(5).
           05 aud-rev pic X(3).
           05 filler pic X(1).
           05 aud-ovl pic X(4).

      * billrec/retryrec: the plotter's billing detail and retry
      * queue layouts, by position.
       01 billrec.
           05 bil-date pic 9(8).
           05 filler pic X(1).
           05 bil-job pic X(20).
           05 filler pic X(1).
           05 filler pic X(10).
           05 filler pic X(1).
           05 filler pic X(10).
           05 filler pic X(1).
           05 bil-pages pic 9(5).
       01 retryrec.
           05 rq-date pic 9(8).
           05 filler pic X(1).
           05 rq-job pic X(20).

      * the customer master by job, each line pointing at its
      * account; the accounts in the order custmast.txt first
      * names them, each with its retention when one is given.
       01 ncus pic 9(4) value 0.
       01 cusdata.
           05 cus occurs 999 times.
               10 cs-job pic X(20).
               10 cs-acct pic 9(4).
       01 nacct pic 9(4) value 0.
       01 acctdata.
           05 accts occurs 500 times.
               10 ac-no pic X(8).
               10 ac-ret pic 9(3).
               10 ac-set pic 9.

      * the run date's audit lines in log order: the outcome (C
      * completed, N completed VERIFY=NG, S skipped by the
      * checkpoint, F failed), the tags, the account, the pages
      * billed, and whether the run goes out (1), or its files were
      * overtaken by a later run (2).
       01 nrun pic 9(4) value 0.
       01 rundata.
           05 runs occurs 999 times.
               10 rn-job pic X(20).
               10 rn-time pic X(6).
               10 rn-class pic X(1).
               10 rn-ovl pic 9.
               10 rn-rev pic X(3).
               10 rn-acct pic 9(4).
               10 rn-pages pic 9(5).
               10 rn-deliver pic 9.

      * the run date's billing records, each claimed once by the
      * run it bills.
       01 nbil pic 9(4) value 0.
       01 bildata.
           05 bils occurs 999 times.
               10 bl-job pic X(20).
               10 bl-pages pic 9(5).
               10 bl-claim pic 9.

      * every file name stem on audit.log (with the .ovl tag kept
      * apart), its last run date, that run's outcome, the longest
      * retention of the accounts its jobs belong to, and whether a
      * retry.q entry still stands against it.
       01 nbase pic 9(4) value 0.
       01 basedata.
           05 bases occurs 2000 times.
               10 bs-base pic X(20).
               10 bs-ovl pic 9.
               10 bs-last pic 9(8).
               10 bs-class pic X(1).
               10 bs-ret pic 9(3).
               10 bs-acct pic 9(4).
               10 bs-rq pic 9.

      * the file name extensions a job leaves behind: the four
      * outputs the manifest lists, then the checkpoint.
       01 ext-values.
           05 filler pic X(4) value ".out".
           05 filler pic X(4) value ".csv".
           05 filler pic X(4) value ".rpt".
           05 filler pic X(4) value ".plt".
           05 filler pic X(4) value ".ck ".
       01 ext-tab redefines ext-values.
           05 ext pic X(4) occurs 5.
       01 ex pic 9 value 0.

      * dropped-tally counters: what would not fit the tables is
      * counted and reported, so a capped manifest reads as
      * visibly incomplete instead of quietly wrong.
       01 cus-drops pic 9(5) value 0.
       01 acct-drops pic 9(5) value 0.
       01 run-drops pic 9(5) value 0.
       01 bil-drops pic 9(5) value 0.
       01 base-drops pic 9(5) value 0.
       01 lines-bad pic 9(5) value 0.

      * name work: a job name bent into its file name stem the way
      * the plotter's runJob and parseRevBase bend it.
       01 job-w pic X(20) value spaces.
       01 job-w-red redefines job-w.
           05 job-w-ch1 pic X(1).
           05 filler pic X(19).
       01 base-name pic X(20) value spaces.
       01 base-part pic X(20) value spaces.
       01 at-skip pic X(20) value spaces.
       01 rev-x3 pic X(3) value spaces.
       01 hash-ct pic 9(2) value 0.
       01 name-ovl pic 9 value 0.

      * search and walk subscripts, and the switches and fields a
      * single run or stem is handled with.
       01 cx pic 9(4) value 0.
       01 ax pic 9(4) value 0.
       01 rx pic 9(4) value 0.
       01 sx pic 9(4) value 0.
       01 bx pic 9(4) value 0.
       01 new-class pic X(1).
       01 new-ovl pic 9 value 0.
       01 find-acct pic X(8).
       01 find-job pic X(20).
       01 acct-found pic 9(4) value 0.
       01 ret-w pic 9(3) value 0.
       01 found-sw pic 9 value 0.
       01 listed pic 9(4) value 0.
       01 outcome pic X(30).
       01 acct-label pic X(8).
       01 run-int pic 9(7) value 0.
       01 last-int pic 9(7) value 0.
       01 age pic S9(7) value 0.
       01 house-name pic X(8).
       01 house-act pic X(8).

      * manifest and housekeeping totals.
       01 acct-runs pic 9(5) value 0.
       01 acct-deliver pic 9(5) value 0.
       01 acct-files pic 9(5) value 0.
       01 acct-pages pic 9(7) value 0.
       01 tot-runs pic 9(5) value 0.
       01 tot-deliver pic 9(5) value 0.
       01 tot-held pic 9(5) value 0.
       01 tot-files pic 9(5) value 0.
       01 tot-pages pic 9(7) value 0.
       01 tot-removed pic 9(5) value 0.
       01 tot-kept pic 9(5) value 0.
       01 tot-rmfail pic 9(5) value 0.
       01 tot-due pic 9(5) value 0.
       01 ct-ed pic ZZZZ9.
       01 ct2-ed pic ZZZZ9.
       01 pages-ed pic ZZZZ9.
       01 big-ed pic ZZZZZZ9.
       01 age-ed pic ZZZZ9.
       01 ret-ed pic ZZ9.

       procedure division.
       main.
           accept run-date from date YYYYMMDD.
           perform readCtl.
           perform loadCustomers.
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
           if nrun > 0
               move 1 to rx
               perform settleRun
           end-if.
           open output rptfile.
           if rptstatus not = "00"
               display "Cannot open ddadeliv.rpt."
               stop run
           end-if.
           perform writeManifest.
           if house-sw > 0
               perform housekeeping
           end-if.
           close rptfile.
           move tot-deliver to ct-ed.
           move tot-held to ct2-ed.
           display "Delivery manifest for " run-date
               " written to ddadeliv.rpt - delivered: " ct-ed
               " held: " ct2-ed.
           if house-sw > 0
               move tot-removed to ct-ed
               display "Housekeeping removed " ct-ed " files."
           end-if.
           stop run.

      * readCtl: delivctl.txt, when there is one, a line at a time.
      * A line not understood is counted and reported, never
      * guessed at.
       readCtl.
           open input ctlfile.
           if ctlstatus = "00"
               move 1 to more-sw
               perform ctl-loop
               close ctlfile
           end-if.

       ctl-loop.
           read ctlfile at end move 0 to more-sw.
           if more-sw = 1
               move ctl-parm to ctl-parm-w
               if ctlrecord = spaces
                   continue
               else
               if ctl-verb = "RUNDATE"
                   if ctl-date numeric and ctl-date > 0
                       move ctl-date to run-date
                   else
                       add 1 to ctl-bad
                   end-if
               else
               if ctl-verb = "RETAIN"
                   if ctl-days numeric
                       move ctl-days to default-ret
                   else
                       add 1 to ctl-bad
                   end-if
               else
               if ctl-verb = "PURGE"
                   move 1 to house-sw
               else
               if ctl-verb = "ARCHIVE"
                   move 2 to house-sw
               else
                   add 1 to ctl-bad
               end-if
               end-if
               end-if
               end-if
               end-if
               go to ctl-loop
           end-if.

      * loadCustomers: custmast.txt into the job and account
      * tables. An account's retention is the longest any of its
      * lines gives.
       loadCustomers.
           open input custfile.
           if custstatus not = "00"
               display "Customer master custmast.txt not found."
               stop run
           end-if.
           move 1 to more-sw.
           perform cust-loop.
           close custfile.

       cust-loop.
           read custfile at end move 0 to more-sw.
           if more-sw = 1
               if custrecord not = spaces
                   move custrecord to custrec
                   perform keepCustomer
               end-if
               go to cust-loop
           end-if.

       keepCustomer.
           move cm-acct to find-acct.
           perform findAcct.
           if acct-found = 0
               if nacct < 500
                   add 1 to nacct
                   move cm-acct to ac-no(nacct)
                   move 0 to ac-ret(nacct)
                   move 0 to ac-set(nacct)
                   move nacct to acct-found
               else
                   add 1 to acct-drops
               end-if
           end-if.
           if acct-found > 0
               move cm-retain to ret-x3
               if ret-x3 numeric
                   if ac-set(acct-found) = 0
                           or ret-n > ac-ret(acct-found)
                       move ret-n to ac-ret(acct-found)
                   end-if
                   move 1 to ac-set(acct-found)
               end-if
               if ncus < 999
                   add 1 to ncus
                   move cm-job to cs-job(ncus)
                   move acct-found to cs-acct(ncus)
               else
                   add 1 to cus-drops
               end-if
           end-if.

      * findAcct/findCust: the account (acct-found) of an account
      * number, or of a job name by the customer master - zero
      * when there is none.
       findAcct.
           move 0 to acct-found.
           if nacct > 0
               move 1 to ax
               perform findAcct-scan
           end-if.

       findAcct-scan.
           if ac-no(ax) = find-acct
               move ax to acct-found
           else
               add 1 to ax
               if ax not > nacct
                   go to findAcct-scan
               end-if
           end-if.

       findCust.
           move 0 to acct-found.
           if ncus > 0
               move 1 to cx
               perform findCust-scan
           end-if.

       findCust-scan.
           if cs-job(cx) = find-job
               move cs-acct(cx) to acct-found
           else
               add 1 to cx
               if cx not > ncus
                   go to findCust-scan
               end-if
           end-if.

      * aud-loop: one audit line per pass. Every line dates its
      * job's files for housekeeping; the run date's lines are
      * also kept for the manifest.
       aud-loop.
           read auditfile at end move 0 to more-sw.
           if more-sw = 1
               move auditrecord to audrec
               if aud-date numeric and aud-n numeric
                       and aud-finali numeric
                   perform classAud
                   perform keepBase
                   if aud-date = run-date
                       perform keepRun
                   end-if
               else
                   add 1 to lines-bad
               end-if
               go to aud-loop
           end-if.

      * classAud: the run's outcome by DDARECON's rules - a bad
      * input status, an output or checkpoint status reached but
      * not clean, or a clean input status with a blank checkpoint
      * status is a failure; a clean line with no VERIFY verdict
      * is a job the checkpoint skipped; anything else reached
      * paper, and completed only when FINALI reached N. A
      * completed run that verified NG is told apart.
       classAud.
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
                   else
                       if aud-ver = "NG"
                           move "N" to new-class
                       end-if
                   end-if
               end-if
           end-if.
           move 0 to new-ovl.
           if aud-ovl = " OVL"
               move 1 to new-ovl
           end-if.
           move aud-job to find-job.
           perform findCust.

      * keepRun: one of the run date's lines for the manifest.
       keepRun.
           if nrun < 999
               add 1 to nrun
               move aud-job to rn-job(nrun)
               move aud-time to rn-time(nrun)
               move new-class to rn-class(nrun)
               move new-ovl to rn-ovl(nrun)
               move aud-rev to rn-rev(nrun)
               if aud-rev = spaces
                   move "-" to rn-rev(nrun)
               end-if
               move acct-found to rn-acct(nrun)
               move 0 to rn-pages(nrun)
               move 0 to rn-deliver(nrun)
           else
               add 1 to run-drops
           end-if.

      * keepBase: the line's job bent into its file name stem; the
      * stem's entry carries the latest run and the longest
      * retention of any job writing under it.
       keepBase.
           move aud-job to job-w.
           perform jobBase.
           move new-ovl to name-ovl.
           perform findBase.
           if bx = 0
               if nbase < 2000
                   add 1 to nbase
                   move nbase to bx
                   move base-name to bs-base(bx)
                   move name-ovl to bs-ovl(bx)
                   move 0 to bs-last(bx)
                   move 0 to bs-ret(bx)
                   move acct-found to bs-acct(bx)
                   move 0 to bs-rq(bx)
               else
                   add 1 to base-drops
               end-if
           end-if.
           if bx > 0
               if aud-date not < bs-last(bx)
                   move aud-date to bs-last(bx)
                   move new-class to bs-class(bx)
               end-if
               move default-ret to ret-w
               if acct-found > 0
                   if ac-set(acct-found) = 1
                       move ac-ret(acct-found) to ret-w
                   end-if
               end-if
               if ret-w > bs-ret(bx)
                   move ret-w to bs-ret(bx)
                   if acct-found > 0
                       move acct-found to bs-acct(bx)
                   end-if
               end-if
           end-if.

      * findBase/-scan: the stem entry for base-name and name-ovl,
      * left in bx (zero when none).
       findBase.
           move 0 to bx.
           if nbase > 0
               move 1 to sx
               perform findBase-scan
           end-if.

       findBase-scan.
           if bs-base(sx) = base-name and bs-ovl(sx) = name-ovl
               move sx to bx
           else
               add 1 to sx
               if sx not > nbase
                   go to findBase-scan
               end-if
           end-if.

      * jobBase: job-w bent into base-name as the plotter names a
      * job's files - a catalog job loses its @, and a #NNN
      * revision tag becomes .rNNN.
       jobBase.
           move job-w to base-name.
           if job-w-ch1 = "@"
               move spaces to base-name
               unstring job-w delimited by "@"
                   into at-skip base-name
           end-if.
           move 0 to hash-ct.
           inspect base-name tallying hash-ct for all "#".
           if hash-ct > 0 and job-w-ch1 = "@"
               move spaces to base-part
               move spaces to rev-x3
               unstring base-name delimited by "#"
                   into base-part rev-x3
               if rev-x3 numeric
                   move spaces to base-name
                   string base-part delimited by space
                       ".r" rev-x3 delimited by size
                       into base-name
               end-if
           end-if.

      * fileName: a stem's file for extension ex, in probe-name.
       fileName.
           move spaces to probe-name.
           if name-ovl = 1
               string base-name delimited by space
                   ".ovl" ext(ex) delimited by space
                   into probe-name
           else
               string base-name delimited by space
                   ext(ex) delimited by space
                   into probe-name
           end-if.

      * bill-loop: the run date's billing records.
       bill-loop.
           read billfile at end move 0 to more-sw.
           if more-sw = 1
               move billrecord to billrec
               if bil-date numeric and bil-pages numeric
                   if bil-date = run-date
                       if nbil < 999
                           add 1 to nbil
                           move bil-job to bl-job(nbil)
                           move bil-pages to bl-pages(nbil)
                           move 0 to bl-claim(nbil)
                       else
                           add 1 to bil-drops
                       end-if
                   end-if
               end-if
               go to bill-loop
           end-if.

      * rq-loop: every retry.q entry, whatever its date, marks the
      * stems its failing input writes under - solo and overlay -
      * so their checkpoints are kept for the retry.
       rq-loop.
           read retryfile at end move 0 to more-sw.
           if more-sw = 1
               if retryrecord not = spaces
                   move retryrecord to retryrec
                   move rq-job to job-w
                   perform jobBase
                   move 0 to name-ovl
                   perform findBase
                   if bx > 0
                       move 1 to bs-rq(bx)
                   end-if
                   move 1 to name-ovl
                   perform findBase
                   if bx > 0
                       move 1 to bs-rq(bx)
                   end-if
               end-if
               go to rq-loop
           end-if.

      * settleRun: each run date run's pages, from the first
      * unclaimed billing record of its job (the Nth run of a job
      * bills the Nth record, as DDABILL pairs them), and whether
      * it goes out - only a clean completed run does, and only if
      * no later run of the same job that night rewrote its files.
       settleRun.
           if rn-class(rx) = "C" or rn-class(rx) = "N"
               if nbil > 0
                   move 1 to sx
                   perform claimBill
               end-if
           end-if.
           if rn-class(rx) = "C"
               move 1 to rn-deliver(rx)
               if rx < nrun
                   compute sx = rx + 1
                   perform laterRun
               end-if
           end-if.
           add 1 to rx.
           if rx not > nrun go to settleRun.

       claimBill.
           if bl-claim(sx) = 0 and bl-job(sx) = rn-job(rx)
               move 1 to bl-claim(sx)
               move bl-pages(sx) to rn-pages(rx)
           else
               add 1 to sx
               if sx not > nbil
                   go to claimBill
               end-if
           end-if.

       laterRun.
           if rn-job(sx) = rn-job(rx) and rn-ovl(sx) = rn-ovl(rx)
                   and rn-class(sx) not = "S"
               move 2 to rn-deliver(rx)
           else
               add 1 to sx
               if sx not > nrun
                   go to laterRun
               end-if
           end-if.

      * writeManifest: the heading, one section per account with
      * runs that night in custmast.txt order, the NO ACCOUNT
      * section, and the night's totals.
       writeManifest.
           move spaces to rptrecord.
           string "DELIVERY MANIFEST    RUN DATE: " run-date
               delimited by size into rptrecord.
           write rptrecord.
           if nrun = 0
               move spaces to rptrecord
               write rptrecord
               move spaces to rptrecord
               string "  (NO RUNS ON AUDIT.LOG FOR THE RUN DATE)"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if nacct > 0
               move 1 to ax
               perform writeAcct
           end-if.
           move 0 to ax.
           perform writeAcct-one.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "MANIFEST TOTALS" delimited by size into rptrecord.
           write rptrecord.
           move tot-runs to ct-ed.
           move spaces to rptrecord.
           string "  RUNS:                    " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-deliver to ct-ed.
           move spaces to rptrecord.
           string "  FOR DELIVERY:            " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-held to ct-ed.
           move spaces to rptrecord.
           string "  NOT FOR DELIVERY:        " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-files to ct-ed.
           move spaces to rptrecord.
           string "  FILES TO SEND:           " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-pages to big-ed.
           move spaces to rptrecord.
           string "  PAGES TO SEND:         " big-ed
               delimited by size into rptrecord.
           write rptrecord.
           if ctl-bad > 0
               move ctl-bad to ct-ed
               move spaces to rptrecord
               string "  DELIVCTL.TXT LINES NOT UNDERSTOOD: " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           if lines-bad > 0
               move lines-bad to ct-ed
               move spaces to rptrecord
               string "  AUDIT LINES UNREADABLE:  " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           compute listed = cus-drops + acct-drops + run-drops
               + bil-drops + base-drops.
           if listed > 0
               move listed to ct-ed
               move spaces to rptrecord
               string "  NOT TALLIED (TABLE FULL):" ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.

       writeAcct.
           perform writeAcct-one.
           add 1 to ax.
           if ax not > nacct go to writeAcct.

      * writeAcct-one: account ax's section (ax zero for the jobs
      * on no custmast.txt line), written only if it had runs.
       writeAcct-one.
           move 0 to acct-runs.
           move 0 to acct-deliver.
           move 0 to acct-files.
           move 0 to acct-pages.
           if nrun > 0
               move 1 to rx
               perform writeAcct-runs
           end-if.
           if acct-runs > 0
               move acct-runs to ct-ed
               move acct-deliver to ct2-ed
               move acct-pages to big-ed
               move spaces to rptrecord
               string "  ACCOUNT TOTAL  RUNS " ct-ed
                   "  FOR DELIVERY " ct2-ed
                   "  PAGES " big-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.

       writeAcct-runs.
           if rn-acct(rx) = ax
               if acct-runs = 0
                   move spaces to rptrecord
                   write rptrecord
                   move spaces to rptrecord
                   if ax = 0
                       string "NO ACCOUNT ON CUSTMAST.TXT"
                           delimited by size into rptrecord
                   else
                       string "ACCOUNT " ac-no(ax)
                           delimited by size into rptrecord
                   end-if
                   write rptrecord
               end-if
               perform writeRun
           end-if.
           add 1 to rx.
           if rx not > nrun go to writeAcct-runs.

      * writeRun: one run's manifest line and, for a run that goes
      * out, the output files of it found on disk.
       writeRun.
           add 1 to acct-runs.
           add 1 to tot-runs.
           move spaces to outcome.
           if rn-deliver(rx) = 1
               move "DELIVER" to outcome
               add 1 to acct-deliver
               add 1 to tot-deliver
               add rn-pages(rx) to acct-pages
               add rn-pages(rx) to tot-pages
           else
               add 1 to tot-held
               if rn-class(rx) = "F"
                   move "NOT FOR DELIVERY - FAILED" to outcome
               end-if
               if rn-class(rx) = "S"
                   move "NOT FOR DELIVERY - SKIPPED" to outcome
               end-if
               if rn-class(rx) = "N"
                   move "NOT FOR DELIVERY - VERIFY NG" to outcome
               end-if
               if rn-deliver(rx) = 2
                   move "NOT FOR DELIVERY - SUPERSEDED" to outcome
               end-if
           end-if.
           move rn-pages(rx) to pages-ed.
           move spaces to rptrecord.
           string "  " rn-job(rx) " " rn-time(rx)
               "  REV " rn-rev(rx) "  PAGES " pages-ed
               "  " outcome
               delimited by size into rptrecord.
           write rptrecord.
           if rn-deliver(rx) = 1
               move rn-job(rx) to job-w
               perform jobBase
               move rn-ovl(rx) to name-ovl
               move 0 to listed
               move 1 to ex
               perform writeRun-file
               if listed = 0
                   move spaces to rptrecord
                   string "      (NO OUTPUT FILES FOUND ON DISK)"
                       delimited by size into rptrecord
                   write rptrecord
               end-if
           end-if.

      * writeRun-file: the four outputs, each listed if it opens.
       writeRun-file.
           perform fileName.
           open input probefile.
           if probestatus = "00"
               close probefile
               add 1 to listed
               add 1 to acct-files
               add 1 to tot-files
               move spaces to rptrecord
               string "      " probe-name
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           add 1 to ex.
           if ex < 5 go to writeRun-file.

      * housekeeping: every stem whose last run is older than its
      * retention has its files removed, checkpoint last, and the
      * removals listed and logged.
       housekeeping.
           move 1 to found-sw.
           if house-sw = 1
               move "PURGE" to house-name
               move "DELETED" to house-act
           else
               move "ARCHIVE" to house-name
               move "ARCHIVED" to house-act
               open extend archfile
               if archstatus not = "00"
                   open output archfile
               end-if
               if archstatus not = "00"
                   display "Cannot open delarch.dat - nothing archived."
                   move spaces to rptrecord
                   write rptrecord
                   move spaces to rptrecord
                   string "HOUSEKEEPING NOT RUN - DELARCH.DAT WILL NOT"
                       " OPEN" delimited by size into rptrecord
                   write rptrecord
                   move 0 to found-sw
               end-if
           end-if.
      * purge.log is the permanent record of every removal - with
      * no log, nothing is removed.
           if found-sw = 1
               open extend logfile
               if logstatus not = "00"
                   open output logfile
               end-if
               if logstatus not = "00"
                   display "Cannot open purge.log - nothing removed."
                   move spaces to rptrecord
                   write rptrecord
                   move spaces to rptrecord
                   string "HOUSEKEEPING NOT RUN - PURGE.LOG WILL NOT"
                       " OPEN" delimited by size into rptrecord
                   write rptrecord
                   if house-sw = 2
                       close archfile
                   end-if
                   move 0 to found-sw
               end-if
           end-if.
           if found-sw = 1
               perform houseRun
           end-if.

      * houseRun: the housekeeping pass proper, once purge.log and
      * (when archiving) the archive are open.
       houseRun.
           compute run-int = function integer-of-date(run-date).
           move default-ret to ret-ed.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "HOUSEKEEPING (" delimited by size
               house-name delimited by space
               ")   RETENTION WITH NONE ON CUSTMAST.TXT: " ret-ed
               " DAYS" delimited by size into rptrecord.
           write rptrecord.
           if nbase > 0
               move 1 to bx
               perform houseBase
           end-if.
           if tot-removed = 0 and tot-kept = 0 and tot-rmfail = 0
               move spaces to rptrecord
               string "  (NOTHING DUE FOR REMOVAL)"
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move tot-due to ct-ed.
           move spaces to rptrecord.
           string "  JOBS PAST RETENTION:     " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-removed to ct-ed.
           move spaces to rptrecord.
           string "  FILES REMOVED:           " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           move tot-kept to ct-ed.
           move spaces to rptrecord.
           string "  CHECKPOINTS KEPT:        " ct-ed
               delimited by size into rptrecord.
           write rptrecord.
           if tot-rmfail > 0
               move tot-rmfail to ct-ed
               move spaces to rptrecord
               string "  FILES THAT WOULD NOT GO: " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           close logfile.
           if house-sw = 2
               close archfile
           end-if.

      * houseBase: one stem. Its age is days from its last run to
      * the run date; past its retention, each of its five files
      * found on disk goes, bar a checkpoint the retry still needs.
       houseBase.
           compute last-int = function integer-of-date(bs-last(bx)).
           compute age = run-int - last-int.
           if last-int > 0 and age > bs-ret(bx)
               add 1 to tot-due
               move bs-base(bx) to base-name
               move bs-ovl(bx) to name-ovl
               move spaces to acct-label
               if bs-acct(bx) > 0
                   move ac-no(bs-acct(bx)) to acct-label
               else
                   move "(NONE)" to acct-label
               end-if
               move 1 to ex
               perform houseFile
           end-if.
           add 1 to bx.
           if bx not > nbase go to houseBase.

       houseFile.
           perform fileName.
           open input probefile.
           if probestatus = "00"
               if ex = 5
                       and ( bs-rq(bx) = 1 or bs-class(bx) = "F" )
                   close probefile
                   add 1 to tot-kept
                   move spaces to rptrecord
                   string "  KEPT     " probe-name
                       "  JOB IN RETRY.Q OR LAST RUN FAILED"
                       delimited by size into rptrecord
                   write rptrecord
               else
                   perform removeFile
               end-if
           end-if.
           add 1 to ex.
           if ex not > 5 go to houseFile.

      * removeFile: the open file archived when archiving, then
      * deleted, and the removal reported and logged - or, if the
      * delete fails, reported as still there.
       removeFile.
           if house-sw = 2
               move spaces to archrecord
               string "*FILE " probe-name " " acct-label
                   " " bs-last(bx) " " run-date
                   delimited by size into archrecord
               write archrecord
               move 1 to copy-sw
               perform archive-loop
               move spaces to archrecord
               string "*END " probe-name
                   delimited by size into archrecord
               write archrecord
           end-if.
           close probefile.
           delete file probefile.
           move age to age-ed.
           move spaces to rptrecord.
           if probestatus = "00"
               add 1 to tot-removed
               string "  " house-act " " probe-name
                   "  ACCOUNT " acct-label
                   "  LAST RUN " bs-last(bx) "  AGE " age-ed
                   delimited by size into rptrecord
               write rptrecord
               move spaces to logrecord
               string run-date " " house-act " " probe-name
                   " " acct-label " " bs-last(bx)
                   delimited by size into logrecord
               write logrecord
           else
               add 1 to tot-rmfail
               string "  NOT REMOVED " probe-name
                   "  DELETE STATUS " probestatus
                   delimited by size into rptrecord
               write rptrecord
           end-if.

       archive-loop.
           read probefile at end move 0 to copy-sw.
           if copy-sw = 1
               move proberecord to archrecord
               write archrecord
               go to archive-loop
           end-if.

      * END OF FILE ---------------------------------------------------
