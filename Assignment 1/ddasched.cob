      * |     the night run;                                          |
      * |   - writes ddasched.rpt, the schedule report: what was      |
      * |     selected, what comes due within the next seven days,    |
      * |     what has never been plotted at all, and what was left   |
      * |     out because it is on hold or still a draft.             |
      * | Entries with a cycle of zero are off the replot cycle and   |
      * | only ever appear in the never-plotted section. Only a       |
      * | released entry (cat-status R, set by DDACAT's RELEASE) is   |
      * | ever scheduled - the plotter refuses a held or draft entry, |
      * | so sending one would only fill retry.q; those are listed    |
      * | in the report's own section with who set the status and     |
      * | whether the entry would otherwise have been due.            |
      * ----------------------------------------------------------------

       identification division.
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
       fd jobctl label record is standard
           05 nevers occurs 500 times.
               10 never-name pic X(20).
               10 never-cycle pic 9(3).
       01 nheld pic 9(3) value 0.
       01 helddata.
           05 helds occurs 500 times.
               10 held-name pic X(20).
               10 held-status pic X(1).
               10 held-approver pic X(8).
               10 held-apprdate pic 9(8).
               10 held-note pic X(24).
       01 sel-drops pic 9(5) value 0.
       01 soon-drops pic 9(5) value 0.
       01 never-drops pic 9(5) value 0.
       01 held-drops pic 9(5) value 0.

      * hold-sw: the entry being classified is not released - it is
      * run through the same due-date tests, but the tallies only
      * note what it would have been instead of selecting it.
       01 hold-sw pic 9 value 0.
       01 hold-note pic X(24) value spaces.

      * date work: today and each entry's due date as day serials,
      * and the split fields of the plausibility check - a stamped
           perform writeReport.
           move nsel to ct-ed.
           display "Jobs selected for replot: " ct-ed.
           move nheld to ct-ed.
           display "Held or draft, not scheduled: " ct-ed.
           display "Schedule written to jobctl.txt and "
               "ddasched.rpt".
           stop run.
      * selected too when it carries a cycle (it is overdue by
      * definition). A cycled entry with a readable date is due when
      * last-plotted plus the cycle has arrived, and coming-due when
      * that lands within the next seven days. An entry not released
      * goes through the same tests but lands in the held table.
       classify.
           move 0 to hold-sw.
           move spaces to hold-note.
           if cat-status not = "R"
               move 1 to hold-sw
           end-if.
           if cat-plotdate = 0
               perform tallyNever
               if cat-cycle > 0
                   end-if
               end-if
           end-if.
           if hold-sw = 1
               perform tallyHeld
           end-if.

      * checkDate: is the stamped date a calendar date the day
      * arithmetic can trust?
           end-if.

       tallySel.
           if hold-sw = 1
               move "WOULD BE DUE TONIGHT" to hold-note
           else
           if nsel < 500
               add 1 to nsel
               move cat-key to sel-name(nsel)
               move due-date to sel-due(nsel)
           else
               add 1 to sel-drops
           end-if
           end-if.

       tallySoon.
           if hold-sw = 1
               move "WOULD COME DUE THIS WEEK" to hold-note
           else
           if nsoon < 500
               add 1 to nsoon
               move cat-key to soon-name(nsoon)
               move due-date to soon-due(nsoon)
           else
               add 1 to soon-drops
           end-if
           end-if.

       tallyNever.
           if hold-sw = 1
               move "NEVER PLOTTED" to hold-note
           else
           if nnever < 500
               add 1 to nnever
               move cat-key to never-name(nnever)
               move cat-cycle to never-cycle(nnever)
           else
               add 1 to never-drops
           end-if
           end-if.

       tallyHeld.
           if nheld < 500
               add 1 to nheld
               move cat-key to held-name(nheld)
               move cat-status to held-status(nheld)
               move cat-approver to held-approver(nheld)
               move cat-apprdate to held-apprdate(nheld)
               move hold-note to held-note(nheld)
           else
               add 1 to held-drops
           end-if.

      * writeJobctl: the night run's job control file - one @name
           add 1 to k.
           if k not > nsel go to writeJobctl-loop.

      * writeReport: the four sections of the schedule report, with
      * the due date alongside each selected or coming-due entry (a
      * due date of zero reads as overdue-from-the-start).
       writeReport.
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           move spaces to rptrecord.
           write rptrecord.
           move spaces to rptrecord.
           string "ON HOLD OR NOT RELEASED (LEFT OUT OF JOBCTL)"
               delimited by size into rptrecord.
           write rptrecord.
           if nheld > 0
               move 1 to k
               perform writeHeld-loop
           else
               perform writeNone
           end-if.
           if held-drops > 0
               move held-drops to ct-ed
               move spaces to rptrecord
               string "  NOT LISTED (TABLE FULL): " ct-ed
                   delimited by size into rptrecord
               write rptrecord
           end-if.
           close rptfile.

       writeNone.
           add 1 to k.
           if k not > nnever go to writeNever-loop.

      * writeHeld-loop: a held entry names who put it on hold and
      * when; a draft has no approver yet and says so.
       writeHeld-loop.
           move spaces to rptrecord.
           if held-status(k) = "H"
               string "  " held-name(k) "  HOLD  BY "
                   held-approver(k) " " held-apprdate(k)
                   "  " held-note(k)
                   delimited by size into rptrecord
           else
               string "  " held-name(k) "  DRAFT (NOT RELEASED)"
                   "  " held-note(k)
                   delimited by size into rptrecord
           end-if.
           write rptrecord.
           add 1 to k.
           if k not > nheld go to writeHeld-loop.

      * END OF FILE ---------------------------------------------------
