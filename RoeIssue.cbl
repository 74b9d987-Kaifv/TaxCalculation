       identification division.
       program-id. RoeIssue.
       author. Kaifkhan Vakil.
       date-written. 15th Oct 2026.
      *Program Description:
      *This program produces the Record of Employment (ROE) for
      *every employee EmpMaint has terminated since the last ROE
      *run -- the employees whose reference record carries an ROE
      *pending flag. Their postings are read back off the history
      *and live audit journals (the gross each posting moved the
      *year-to-date master by is what it paid), summed by pay
      *period, and the insurable earnings of the final pay periods
      *Service Canada asks for (27 weekly, 14 bi-weekly, 13
      *semi-monthly or 7 monthly) are listed with their total, the
      *first and last day paid and the termination date. Each ROE
      *goes on an electronic data file for submission and on a
      *print copy for the employee file, with the year-to-date
      *figures from the YTD master. A final pay period with no pay
      *posted to it is listed with nothing earned. Once the ROE
      *file is complete, each employee's ROE is marked issued so
      *the next run does not produce it again.
       environment division.
       input-output section.
       file-control.
      *The employee reference master, read for the employees whose
      *ROE is pending and updated to mark each one issued.
            select employee-file
                assign to EMPFILE
                organization is indexed
                access mode is dynamic
                record key is emp-employee-id
                file status is ws-employee-status.

      *The year-to-date master, read for each ROE's year-to-date
      *figures.
            select master-file
                assign to MSTFILE
                organization is indexed
                access mode is dynamic
                record key is mst-employee-id
                file status is ws-master-status.

      *The history journal the year-end run moves closed years'
      *entries to, read ahead of the live journal so an employee's
      *final periods can reach back across a year-end. A site that
      *has never archived simply has none.
            select history-journal
                assign to JRNHIST
                organization is line sequential
                file status is ws-histjrn-status.

      *The audit journal written by the pay-period run.
            select journal-file
                assign to JRNFILE
                organization is line sequential
                file status is ws-journal-status.

      *The sort work file the terminated employees' postings are
      *put into employee / tax year / pay period order through.
            select sort-file
                assign to SORTWK.

      *The electronic ROE data file: per ROE a header record and
      *one record per final pay period, and a trailer record last.
            select roe-file
                assign to ROEFILE
                organization is line sequential.

      *The print copy of every ROE issued, one page each, for the
      *employee file, with the ones that could not be issued
      *listed at the end.
            select roe-print
                assign to ROEPRT
                organization is line sequential.

       data division.
       file section.
       fd employee-file
           record contains 96 characters
           data record is employee-record.

       copy "emprec.cpy".

       fd master-file
           record contains 363 characters
           data record is master-record.

       copy "mstrec.cpy".

       fd history-journal
           record contains 725 characters
           data record is histjrn-record.

       01 histjrn-record pic x(725).

       fd journal-file
           record contains 725 characters
           data record is jrn-input-record.

       01 jrn-input-record pic x(725).

       sd sort-file
          record contains 40 characters
          data record is sort-record.

      *One posting of a terminated employee: the period it paid,
      *its pay date, and the gross it moved the master by.
       01 sort-record.
         05 srt-employee-id pic x(9).
         05 srt-tax-year pic 9(4).
         05 srt-pay-period pic 9(2).
         05 srt-pay-date pic 9(8).
         05 srt-earnings pic s9(7)v99.
         05 srt-trans-code pic x(1).
         05 filler pic x(7).

       fd roe-file
           record contains 80 characters
           data record is roe-record.

      *One record of the electronic ROE file: a record type byte,
      *then the data -- a header ("R") per ROE, the final pay
      *periods ("P", sequence 1 being the final period) under it,
      *and a trailer ("T") last with the ROE count and total
      *insurable earnings the file proves against.
       01 roe-record.
         05 roe-record-type pic x(1).
           88 roe-header-record value "R".
           88 roe-period-record value "P".
           88 roe-trailer-record value "T".
         05 roe-record-data pic x(79).

      *Header view of roe-record. roh-reason-code is the reason
      *for issuing, left blank for payroll to complete on
      *submission.
       01 roe-header redefines roe-record.
         05 filler pic x(1).
         05 roh-employee-id pic x(9).
         05 roh-name pic x(20).
         05 roh-province pic x(2).
         05 roh-pay-period-type pic x(1).
         05 roh-first-day-paid pic 9(8).
         05 roh-last-day-paid pic 9(8).
         05 roh-term-date pic 9(8).
         05 roh-total-insurable pic 9(8)v99.
         05 roh-period-count pic 9(2).
         05 roh-reason-code pic x(3).
         05 filler pic x(8).

      *Pay period view of roe-record.
       01 roe-period redefines roe-record.
         05 filler pic x(1).
         05 rop-employee-id pic x(9).
         05 rop-sequence pic 9(2).
         05 rop-tax-year pic 9(4).
         05 rop-pay-period pic 9(2).
         05 rop-pay-date pic 9(8).
         05 rop-insurable pic 9(7)v99.
         05 filler pic x(45).

      *Trailer view of roe-record.
       01 roe-trailer redefines roe-record.
         05 filler pic x(1).
         05 rot-roe-count pic 9(5).
         05 rot-insurable-total pic 9(10)v99.
         05 filler pic x(62).

       fd roe-print
           record contains 80 characters
           data record is roe-line.

       01 roe-line pic x(80).

       working-storage section.

      *  The journal entry being read, read INTO this layout from
      *  whichever journal it came from.
       copy "jrnrec.cpy".

      *  File status for employee-file, checked when opening and
      *  after every keyed read and rewrite against it.
       01 ws-employee-status pic x(2).
         88 ws-employee-ok value "00".
         88 ws-employee-not-found value "23".
         88 ws-employee-file-not-found value "35".

      *  File status for master-file (a missing master only leaves
      *  the year-to-date lines off the print copy).
       01 ws-master-status pic x(2).
         88 ws-master-ok value "00".
         88 ws-master-file-not-found value "35".

      *  File status for the journals.
       01 ws-journal-status pic x(2).
         88 ws-journal-ok value "00".
         88 ws-journal-file-not-found value "35".

       01 ws-histjrn-status pic x(2).
         88 ws-histjrn-ok value "00".
         88 ws-histjrn-file-not-found value "35".

      *  The employees whose ROE is pending, loaded from the
      *  reference master at start-up: the figures the ROE header
      *  needs, how many final pay periods their frequency calls
      *  for, how many pay periods make up a tax year at that
      *  frequency, and whether any posting of theirs was found.
       01 ws-pending-table.
         05 ws-pending-count pic 9(3) value zero.
         05 ws-pending-entry occurs 500 times
             indexed by ws-pnd-idx.
           10 ws-pnd-employee-id pic x(9).
           10 ws-pnd-name pic x(20).
           10 ws-pnd-province pic x(2).
           10 ws-pnd-period-type pic x(1).
           10 ws-pnd-periods-needed pic 9(2).
           10 ws-pnd-periods-per-year pic 9(2).
           10 ws-pnd-term-date pic 9(8).
           10 ws-pnd-found pic x(1).

      *  One employee's postings summed by tax year and pay period,
      *  oldest first. Only the latest 53 periods are kept -- more
      *  than the longest ROE asks for -- the oldest dropping off as
      *  a newer one arrives.
       01 ws-period-table.
         05 ws-per-count pic 9(2) value zero.
         05 ws-per-entry occurs 53 times.
           10 ws-per-key.
             15 ws-per-tax-year pic 9(4).
             15 ws-per-pay-period pic 9(2).
           10 ws-per-pay-date pic 9(8).
           10 ws-per-earnings pic s9(7)v99.

      *  The final pay periods one ROE lists, the final period
      *  first: every pay period counting back from it, with what
      *  was paid in it (nothing when no pay was posted to it).
       01 ws-window-table.
         05 ws-win-count pic 9(2) value zero.
         05 ws-win-entry occurs 27 times.
           10 ws-win-tax-year pic 9(4).
           10 ws-win-pay-period pic 9(2).
           10 ws-win-pay-date pic 9(8).
           10 ws-win-insurable pic 9(7)v99.

      *  Working fields for building one ROE.
       01 ws-roe-work.
         05 ws-current-employee pic x(9).
         05 ws-per-sub pic 9(2).
         05 ws-per-next pic 9(2).
         05 ws-win-sub pic 9(2).
         05 ws-slot-key.
           10 ws-slot-tax-year pic 9(4).
           10 ws-slot-pay-period pic 9(2).
         05 ws-first-day-paid pic 9(8).
         05 ws-last-day-paid pic 9(8).
         05 ws-period-insurable pic 9(7)v99.
         05 ws-roe-insurable pic 9(8)v99.
         05 ws-gross-delta pic s9(7)v99.

      *  Date editing: an 8-digit yyyymmdd date in, the yyyy/mm/dd
      *  form the print copy shows out (blank for no date).
       01 ws-date-edit-work.
         05 ws-date-in pic 9(8).
         05 ws-date-in-r redefines ws-date-in.
           10 ws-din-year pic x(4).
           10 ws-din-month pic x(2).
           10 ws-din-day pic x(2).
         05 ws-date-out.
           10 ws-dout-year pic x(4).
           10 ws-dout-slash-1 pic x(1).
           10 ws-dout-month pic x(2).
           10 ws-dout-slash-2 pic x(1).
           10 ws-dout-day pic x(2).

      *  Print copy title line.
       01 ws-roe-title-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(35) value
           "Record of Employment - print copy".
         05 filler pic x(5) value "Run: ".
         05 ws-rtl-run-date pic x(10).
         05 filler pic x(28) value spaces.

      *  Print copy employee line.
       01 ws-roe-employee-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "Employee: ".
         05 ws-rel-employee-id pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-rel-name pic x(20).
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "Province: ".
         05 ws-rel-province pic x(2).
         05 filler pic x(23) value spaces.

      *  Print copy caption/date line.
       01 ws-roe-date-line.
         05 filler pic x(2) value spaces.
         05 ws-rdl-caption pic x(30).
         05 ws-rdl-value pic x(10).
         05 filler pic x(38) value spaces.

      *  Print copy column heading over the final pay periods.
       01 ws-roe-column-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "Period  ".
         05 filler pic x(10) value "Tax year  ".
         05 filler pic x(12) value "Pay period  ".
         05 filler pic x(12) value "Pay date    ".
         05 filler pic x(18) value "Insurable earnings".
         05 filler pic x(18) value spaces.

      *  Print copy line for one final pay period.
       01 ws-roe-period-line.
         05 filler pic x(4) value spaces.
         05 ws-rpl-sequence pic z9.
         05 filler pic x(4) value spaces.
         05 ws-rpl-tax-year pic 9(4).
         05 filler pic x(9) value spaces.
         05 ws-rpl-pay-period pic z9.
         05 filler pic x(5) value spaces.
         05 ws-rpl-pay-date pic x(10).
         05 filler pic x(4) value spaces.
         05 ws-rpl-insurable pic z,zzz,zz9.99.
         05 filler pic x(24) value spaces.

      *  Print copy amount line.
       01 ws-roe-amount-line.
         05 filler pic x(2) value spaces.
         05 ws-ral-caption pic x(44).
         05 ws-ral-amount pic -(8)9.99.
         05 filler pic x(22) value spaces.

      *  Print copy line for an employee whose ROE could not be
      *  issued.
       01 ws-roe-exception-line.
         05 filler pic x(2) value spaces.
         05 ws-rxl-employee-id pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-rxl-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-rxl-reason pic x(40).
         05 filler pic x(5) value spaces.

      *  Counts for the operator display at the end of the run.
       01 ws-counter.
         05 ws-employees-read pic 9(7) value zero.
         05 ws-entries-read pic 9(7) value zero.
         05 ws-entries-released pic 9(7) value zero.
         05 ws-roes-issued pic 9(5) value zero.
         05 ws-roes-not-issued pic 9(5) value zero.
         05 ws-periods-written pic 9(7) value zero.
         05 ws-insurable-total pic 9(10)v99 value zero.

      *  Edited copy the operator display shows money through.
       01 ws-run-control-display.
         05 ws-rcd-amount-cents pic -(9)9.99.

      *  Today's date as picked up at start-up, and its edited copy.
       01 ws-run-date-work.
         05 ws-current-date pic 9(8).
         05 ws-edited-run-date pic x(10).

      *  End of file flags.
       01 ws-flags.
         05 ws-employee-eof pic x value "n".
         05 ws-journal-eof pic x value "n".
         05 ws-history-eof pic x value "n".
         05 ws-sort-eof pic x value "n".
         05 ws-master-switch pic x value "N".
           88 ws-master-on-file value "Y".
         05 ws-window-switch pic x value "N".
           88 ws-window-at-first-pay value "Y".

       77 ws-end-reached pic x value "y".
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.
      *The most pending ROEs one run takes on.
       77 ws-max-pending pic 9(3) value 500.
      *The run's own pay frequency, for an employee whose reference
      *record carries none -- the same PAYFREQ the pay-period run
      *falls back on.
       77 ws-run-pay-periods pic 9(2) value 26.
       77 ws-parm-pay-periods pic x(2).

       procedure division.
       000-Main.
           perform 05-get-run-parameters.
           perform 07-get-run-date.
           perform 10-open-files.
           perform 15-load-pending-employees.
           if ws-pending-count = zero then
               move "  No Record of Employment pending" to roe-line
               write roe-line after advancing ws-one line
           else
               sort sort-file
                   on ascending key srt-employee-id
                                    srt-tax-year
                                    srt-pay-period
                   with duplicates in order
                   input procedure is 200-release-postings
                   output procedure is 300-build-roes
               perform 400-list-roes-not-issued
           end-if.
           perform 290-write-trailer.
           perform 500-close-roe-files.
           perform 410-mark-roes-issued.
           perform 510-close-masters.
           perform 600-print-roe-report.
           stop run.

      *Pick up the run's pay frequency from the PAYFREQ environment
      *variable, if set.
       05-get-run-parameters.
           display "PAYFREQ" upon environment-name.
           accept ws-parm-pay-periods from environment-value.
           if ws-parm-pay-periods not = spaces and
             ws-parm-pay-periods is numeric and
             ws-parm-pay-periods not = "00"
               move ws-parm-pay-periods to ws-run-pay-periods
           end-if.

      *Pick up today's date and edit it for the print copy.
       07-get-run-date.
           accept ws-current-date from date yyyymmdd.
           move ws-current-date to ws-date-in.
           perform 90-edit-date.
           move ws-date-out to ws-edited-run-date.

      *Open files. A missing reference master cancels the run --
      *there is no telling who was terminated without it. A missing
      *YTD master only leaves the year-to-date lines off.
       10-open-files.
           open i-o employee-file.
           if ws-employee-file-not-found then
               display "employee reference file (EMPFILE) not found"
               display "run cancelled - no ROE issued"
               stop run
           end-if.
           open input master-file.
           if ws-master-file-not-found then
               move "N" to ws-master-switch
           else
               move "Y" to ws-master-switch
           end-if.
           open output roe-file,
             roe-print.

      *Walk the reference master for every terminated employee
      *whose ROE is pending.
       15-load-pending-employees.
           perform 17-read-employee.
           perform 16-take-employee
             until ws-employee-eof = ws-end-reached.

      *Note one terminated employee with an ROE pending, and read
      *the next. More pending than the table holds are left pending
      *for the next run.
       16-take-employee.
           if emp-status = "T" and emp-roe-pending then
               if ws-pending-count < ws-max-pending then
                   add 1 to ws-pending-count
                   set ws-pnd-idx to ws-pending-count
                   move emp-employee-id to
                     ws-pnd-employee-id(ws-pnd-idx)
                   move emp-name to ws-pnd-name(ws-pnd-idx)
                   move emp-province to ws-pnd-province(ws-pnd-idx)
                   move emp-term-date to ws-pnd-term-date(ws-pnd-idx)
                   move "N" to ws-pnd-found(ws-pnd-idx)
                   perform 18-set-periods-needed
               else
                   display "ROE left pending for the next run: "
                     emp-employee-id
               end-if
           end-if.
           perform 17-read-employee.

      *Read the next reference record.
       17-read-employee.
           read employee-file next
               at end
                   move ws-end-reached to ws-employee-eof
               not at end
                   add 1 to ws-employees-read
           end-read.

      *Set the ROE pay period type, the number of final pay
      *periods whose insurable earnings the ROE must show and the
      *number of pay periods in a tax year, from the employee's pay
      *frequency (the run's own when none is on file).
       18-set-periods-needed.
           evaluate true
               when emp-paid-weekly
                   move "W" to ws-pnd-period-type(ws-pnd-idx)
               when emp-paid-biweekly
                   move "B" to ws-pnd-period-type(ws-pnd-idx)
               when emp-paid-semimonthly
                   move "S" to ws-pnd-period-type(ws-pnd-idx)
               when emp-paid-monthly
                   move "M" to ws-pnd-period-type(ws-pnd-idx)
               when ws-run-pay-periods = 52
                   move "W" to ws-pnd-period-type(ws-pnd-idx)
               when ws-run-pay-periods = 24
                   move "S" to ws-pnd-period-type(ws-pnd-idx)
               when ws-run-pay-periods = 12
                   move "M" to ws-pnd-period-type(ws-pnd-idx)
               when other
                   move "B" to ws-pnd-period-type(ws-pnd-idx)
           end-evaluate.
           evaluate ws-pnd-period-type(ws-pnd-idx)
               when "W"
                   move 27 to ws-pnd-periods-needed(ws-pnd-idx)
                   move 52 to ws-pnd-periods-per-year(ws-pnd-idx)
               when "S"
                   move 13 to ws-pnd-periods-needed(ws-pnd-idx)
                   move 24 to ws-pnd-periods-per-year(ws-pnd-idx)
               when "M"
                   move 7 to ws-pnd-periods-needed(ws-pnd-idx)
                   move 12 to ws-pnd-periods-per-year(ws-pnd-idx)
               when other
                   move 14 to ws-pnd-periods-needed(ws-pnd-idx)
                   move 26 to ws-pnd-periods-per-year(ws-pnd-idx)
           end-evaluate.

      *Release every journal posting of an employee with an ROE
      *pending to the sort -- the history journal first, then the
      *live one. Either journal missing just has nothing to give.
       200-release-postings.
           open input history-journal.
           if ws-histjrn-file-not-found then
               close history-journal
           else
               perform 212-read-history-journal
               perform 214-release-history-entry
                 until ws-history-eof = ws-end-reached
               close history-journal
           end-if.
           open input journal-file.
           if ws-journal-file-not-found then
               close journal-file
           else
               perform 202-read-journal
               perform 204-release-journal-entry
                 until ws-journal-eof = ws-end-reached
               close journal-file
           end-if.

      *Read one live journal entry into the working layout.
       202-read-journal.
           read journal-file into journal-record
               at end
                   move ws-end-reached to ws-journal-eof
               not at end
                   add 1 to ws-entries-read
           end-read.

      *Release one live journal entry and read the next.
       204-release-journal-entry.
           perform 220-release-one-entry.
           perform 202-read-journal.

      *Read one history journal entry into the working layout.
       212-read-history-journal.
           read history-journal into journal-record
               at end
                   move ws-end-reached to ws-history-eof
               not at end
                   add 1 to ws-entries-read
           end-read.

      *Release one history journal entry and read the next.
       214-release-history-entry.
           perform 220-release-one-entry.
           perform 212-read-history-journal.

      *Release one journal entry when its employee has an ROE
      *pending. What the posting paid is the gross it moved the
      *master by -- the whole after-image gross when it opened a
      *new tax year -- so reversals and adjustments net out inside
      *the pay period they correct.
       220-release-one-entry.
           set ws-pnd-idx to 1.
           search ws-pending-entry
               when ws-pnd-idx > ws-pending-count
                   continue
               when ws-pnd-employee-id(ws-pnd-idx) = jrn-employee-id
                   if jrn-bef-tax-year = jrn-aft-tax-year then
                       compute ws-gross-delta = jrn-aft-gross -
                         jrn-bef-gross
                   else
                       move jrn-aft-gross to ws-gross-delta
                   end-if
                   move spaces to sort-record
                   move jrn-employee-id to srt-employee-id
                   move jrn-aft-tax-year to srt-tax-year
                   move jrn-pay-period to srt-pay-period
                   if jrn-pay-date is numeric then
                       move jrn-pay-date to srt-pay-date
                   else
                       move zero to srt-pay-date
                   end-if
                   move ws-gross-delta to srt-earnings
                   move jrn-trans-code to srt-trans-code
                   release sort-record
                   add 1 to ws-entries-released
           end-search.

      *Build and issue one ROE per employee the sorted postings
      *carry.
       300-build-roes.
           perform 302-return-posting.
           perform 310-build-one-roe
             until ws-sort-eof = ws-end-reached.

      *Return the next sorted posting.
       302-return-posting.
           return sort-file
               at end
                   move ws-end-reached to ws-sort-eof
           end-return.

      *Gather one employee's postings into the period table, then
      *issue their ROE.
       310-build-one-roe.
           move srt-employee-id to ws-current-employee.
           move zero to ws-per-count ws-first-day-paid
             ws-last-day-paid.
           perform 320-take-posting
             until ws-sort-eof = ws-end-reached or
             srt-employee-id not = ws-current-employee.
           perform 330-issue-roe.

      *Add one posting to its pay period's entry, opening a new
      *entry for a period not seen yet, note the first and last
      *day paid, and return the next posting.
       320-take-posting.
           if ws-per-count = zero or
             srt-tax-year not = ws-per-tax-year(ws-per-count) or
             srt-pay-period not = ws-per-pay-period(ws-per-count)
             then
               if ws-per-count = 53 then
                   perform 325-drop-oldest-period
                     varying ws-per-sub from 1 by 1
                     until ws-per-sub > 52
               else
                   add 1 to ws-per-count
               end-if
               move srt-tax-year to ws-per-tax-year(ws-per-count)
               move srt-pay-period to ws-per-pay-period(ws-per-count)
               move zero to ws-per-pay-date(ws-per-count)
                 ws-per-earnings(ws-per-count)
           end-if.
           add srt-earnings to ws-per-earnings(ws-per-count).
           if srt-pay-date > ws-per-pay-date(ws-per-count) then
               move srt-pay-date to ws-per-pay-date(ws-per-count)
           end-if.
           if srt-pay-date > zero then
               if ws-first-day-paid = zero or
                 srt-pay-date < ws-first-day-paid then
                   move srt-pay-date to ws-first-day-paid
               end-if
               if srt-pay-date > ws-last-day-paid then
                   move srt-pay-date to ws-last-day-paid
               end-if
           end-if.
           perform 302-return-posting.

      *Move one period entry down a place, so the oldest drops off
      *and the last place is free for the newest.
       325-drop-oldest-period.
           compute ws-per-next = ws-per-sub + 1.
           move ws-per-entry(ws-per-next) to ws-per-entry(ws-per-sub).

      *Issue the ROE of the employee just gathered: the header,
      *the final pay periods and the print copy. The final pay
      *periods are every pay period counting back from the last
      *one paid -- as many as the pay frequency calls for, or back
      *to the first one paid when employment started inside them.
      *The issued mark goes on the reference master only once the
      *ROE file is complete (410-mark-roes-issued).
       330-issue-roe.
           set ws-pnd-idx to 1.
           search ws-pending-entry
               when ws-pnd-employee-id(ws-pnd-idx) =
                 ws-current-employee
                   move "Y" to ws-pnd-found(ws-pnd-idx)
           end-search.
           move zero to ws-win-count ws-roe-insurable.
           move "N" to ws-window-switch.
           move ws-per-key(ws-per-count) to ws-slot-key.
           move ws-per-count to ws-per-sub.
           perform 332-take-window-period
             until ws-win-count = ws-pnd-periods-needed(ws-pnd-idx)
             or ws-window-at-first-pay.

           move spaces to roe-record.
           move "R" to roe-record-type.
           move ws-current-employee to roh-employee-id.
           move ws-pnd-name(ws-pnd-idx) to roh-name.
           move ws-pnd-province(ws-pnd-idx) to roh-province.
           move ws-pnd-period-type(ws-pnd-idx) to
             roh-pay-period-type.
           move ws-first-day-paid to roh-first-day-paid.
           move ws-last-day-paid to roh-last-day-paid.
           move ws-pnd-term-date(ws-pnd-idx) to roh-term-date.
           move ws-roe-insurable to roh-total-insurable.
           move ws-win-count to roh-period-count.
           write roe-record.

           perform 340-print-roe-heading.
           perform 334-write-one-period
             varying ws-win-sub from 1 by 1
             until ws-win-sub > ws-win-count.
           perform 345-print-roe-totals.
           add 1 to ws-roes-issued.
           add ws-roe-insurable to ws-insurable-total.

      *Put the pay period the window has reached on the window
      *with what was paid in it -- nothing when no pay was posted
      *to it, and nothing for a period whose postings netted below
      *zero (a reversal of pay from before the window) -- add that
      *to the ROE total, and step back a pay period, into the
      *previous tax year's last one after the first. Stepping back
      *past the first period paid ends the window there.
       332-take-window-period.
           add 1 to ws-win-count.
           move ws-slot-tax-year to ws-win-tax-year(ws-win-count).
           move ws-slot-pay-period to ws-win-pay-period(ws-win-count).
           move zero to ws-win-pay-date(ws-win-count)
             ws-win-insurable(ws-win-count).
           perform 333-step-back-period-table
             until ws-per-sub = zero or
             ws-per-key(ws-per-sub) not > ws-slot-key.
           if ws-per-sub > zero then
               if ws-per-key(ws-per-sub) = ws-slot-key then
                   move ws-per-pay-date(ws-per-sub) to
                     ws-win-pay-date(ws-win-count)
                   if ws-per-earnings(ws-per-sub) > zero then
                       move ws-per-earnings(ws-per-sub) to
                         ws-win-insurable(ws-win-count)
                   end-if
               end-if
           end-if.
           add ws-win-insurable(ws-win-count) to ws-roe-insurable.
           if ws-slot-pay-period > 1 then
               subtract 1 from ws-slot-pay-period
           else
               subtract 1 from ws-slot-tax-year
               move ws-pnd-periods-per-year(ws-pnd-idx) to
                 ws-slot-pay-period
           end-if.
           if ws-slot-key < ws-per-key(1) then
               move "Y" to ws-window-switch
           end-if.

      *Step back one period entry, towards the pay period the
      *window has reached.
       333-step-back-period-table.
           subtract 1 from ws-per-sub.

      *Write one final pay period on the ROE file and the print
      *copy, the final period first.
       334-write-one-period.
           move ws-win-insurable(ws-win-sub) to ws-period-insurable.
           move spaces to roe-record.
           move "P" to roe-record-type.
           move ws-current-employee to rop-employee-id.
           move ws-win-sub to rop-sequence.
           move ws-win-tax-year(ws-win-sub) to rop-tax-year.
           move ws-win-pay-period(ws-win-sub) to rop-pay-period.
           move ws-win-pay-date(ws-win-sub) to rop-pay-date.
           move ws-period-insurable to rop-insurable.
           write roe-record.
           add 1 to ws-periods-written.

           move ws-win-sub to ws-rpl-sequence.
           move ws-win-tax-year(ws-win-sub) to ws-rpl-tax-year.
           move ws-win-pay-period(ws-win-sub) to ws-rpl-pay-period.
           move ws-win-pay-date(ws-win-sub) to ws-date-in.
           perform 90-edit-date.
           move ws-date-out to ws-rpl-pay-date.
           move ws-period-insurable to ws-rpl-insurable.
           write roe-line from ws-roe-period-line after advancing
             ws-one line.

      *Print the top of one ROE's print copy: who, the pay period
      *type, the first and last day paid and the termination date,
      *and the heading over the final pay periods.
       340-print-roe-heading.
           move ws-edited-run-date to ws-rtl-run-date.
           write roe-line from ws-roe-title-line after advancing
             page.
           move ws-current-employee to ws-rel-employee-id.
           move ws-pnd-name(ws-pnd-idx) to ws-rel-name.
           move ws-pnd-province(ws-pnd-idx) to ws-rel-province.
           write roe-line from ws-roe-employee-line after advancing
             ws-two lines.
           move "Pay period type" to ws-rdl-caption.
           move ws-pnd-period-type(ws-pnd-idx) to ws-rdl-value.
           write roe-line from ws-roe-date-line after advancing
             ws-two lines.
           move "First day paid" to ws-rdl-caption.
           move ws-first-day-paid to ws-date-in.
           perform 90-edit-date.
           move ws-date-out to ws-rdl-value.
           write roe-line from ws-roe-date-line after advancing
             ws-one line.
           move "Last day paid" to ws-rdl-caption.
           move ws-last-day-paid to ws-date-in.
           perform 90-edit-date.
           move ws-date-out to ws-rdl-value.
           write roe-line from ws-roe-date-line after advancing
             ws-one line.
           move "Terminated" to ws-rdl-caption.
           move ws-pnd-term-date(ws-pnd-idx) to ws-date-in.
           perform 90-edit-date.
           move ws-date-out to ws-rdl-value.
           write roe-line from ws-roe-date-line after advancing
             ws-one line.
           write roe-line from ws-roe-column-heading after advancing
             ws-two lines.

      *Print the bottom of one ROE's print copy: the total
      *insurable earnings and, when the YTD master has the
      *employee, their year-to-date figures as it stands.
       345-print-roe-totals.
           move "Total insurable earnings" to ws-ral-caption.
           move ws-roe-insurable to ws-ral-amount.
           write roe-line from ws-roe-amount-line after advancing
             ws-two lines.
           if ws-master-on-file then
               move ws-current-employee to mst-employee-id
               read master-file
                   invalid key
                       continue
                   not invalid key
                       perform 347-print-ytd-figures
               end-read
           end-if.

      *Print the employee's year-to-date figures from the master.
       347-print-ytd-figures.
           move spaces to ws-ral-caption.
           string "Year-to-date gross, tax year " mst-tax-year
             delimited by size into ws-ral-caption.
           move mst-ytd-gross to ws-ral-amount.
           write roe-line from ws-roe-amount-line after advancing
             ws-two lines.
           move "Year-to-date EI premiums" to ws-ral-caption.
           move mst-ytd-ei to ws-ral-amount.
           write roe-line from ws-roe-amount-line after advancing
             ws-one line.

      *Write the ROE file's trailer record: how many ROEs are on
      *the file and their total insurable earnings.
       290-write-trailer.
           move spaces to roe-record.
           move "T" to roe-record-type.
           move ws-roes-issued to rot-roe-count.
           move ws-insurable-total to rot-insurable-total.
           write roe-record.

      *List, at the end of the print copies, every pending ROE that
      *could not be issued because not one posting for the
      *employee is on the journals. It stays pending.
       400-list-roes-not-issued.
           perform 402-check-roe-issued
             varying ws-pnd-idx from 1 by 1
             until ws-pnd-idx > ws-pending-count.

      *List one pending ROE when it was not issued.
       402-check-roe-issued.
           if ws-pnd-found(ws-pnd-idx) = "N" then
               if ws-roes-not-issued = zero then
                   move "  ROEs not issued" to roe-line
                   write roe-line after advancing page
               end-if
               add 1 to ws-roes-not-issued
               move ws-pnd-employee-id(ws-pnd-idx) to
                 ws-rxl-employee-id
               move ws-pnd-name(ws-pnd-idx) to ws-rxl-name
               move "No pay on the journals - left pending" to
                 ws-rxl-reason
               write roe-line from ws-roe-exception-line
                 after advancing ws-one line
           end-if.

      *Mark issued, on the reference master, the ROE of every
      *employee whose ROE went on the ROE file -- only now that the
      *file is complete, so a run that stops part way leaves every
      *ROE pending for the rerun.
       410-mark-roes-issued.
           perform 412-mark-one-roe-issued
             varying ws-pnd-idx from 1 by 1
             until ws-pnd-idx > ws-pending-count.

      *Mark one employee's ROE issued when it was issued.
       412-mark-one-roe-issued.
           if ws-pnd-found(ws-pnd-idx) = "Y" then
               move ws-pnd-employee-id(ws-pnd-idx) to emp-employee-id
               read employee-file
                   invalid key
                       display "ROE employee no longer on EMPFILE: "
                         ws-pnd-employee-id(ws-pnd-idx)
                   not invalid key
                       set emp-roe-issued to true
                       rewrite employee-record
                       if not ws-employee-ok then
                           display "ROE issued but not marked on "
                             "EMPFILE: " ws-pnd-employee-id(ws-pnd-idx)
                             " status " ws-employee-status
                       end-if
               end-read
           end-if.

      *Edit ws-date-in (yyyymmdd) into ws-date-out (yyyy/mm/dd),
      *blank when there is no date.
       90-edit-date.
           if ws-date-in = zero then
               move spaces to ws-date-out
           else
               move ws-din-year to ws-dout-year
               move "/" to ws-dout-slash-1
               move ws-din-month to ws-dout-month
               move "/" to ws-dout-slash-2
               move ws-din-day to ws-dout-day
           end-if.

      *Close the ROE file and its print copy.
       500-close-roe-files.
           close roe-file,
             roe-print.

      *Close the masters.
       510-close-masters.
           if ws-master-on-file then
               close master-file
           end-if.
           close employee-file.

      *Reconciliation display for the operator.
       600-print-roe-report.
           display "RoeIssue reconciliation".
           display "  employees read........ " ws-employees-read.
           display "  ROEs pending.......... " ws-pending-count.
           display "  journal entries read.. " ws-entries-read.
           display "  postings released..... " ws-entries-released.
           display "  ROEs issued........... " ws-roes-issued.
           display "  ROEs not issued....... " ws-roes-not-issued.
           display "  pay periods written... " ws-periods-written.
           move ws-insurable-total to ws-rcd-amount-cents.
           display "  insurable earnings.... " ws-rcd-amount-cents.

       end program RoeIssue.
