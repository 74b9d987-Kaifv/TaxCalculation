       identification division.
       program-id. PayVariance.
       author. Kaifkhan Vakil.
       date-written. 15th Oct 2026.
      *Program Description:
      *This program prints the pre-release exception report payroll
      *signs off before the run's deposit file (DEPFILE) goes to the
      *bank. It runs after the pay-period run, from that run's
      *sorted input (SRTFILE) and the audit journal, and lists:
      *every employee whose gross, total tax or net pay for this
      *period moved by more than the variance percentage (VARPCT,
      *25 unless set) from their previous pay period on the
      *journal; every active employee on the reference master with
      *no record in this run; and every employee paid more than
      *once for the same tax year and pay period. The report ends
      *with a sign-off block for the release.
       environment division.
       input-output section.
       file-control.
      *The pay-period run's sorted input: what this run paid.
            select sorted-file
                assign to SRTFILE
                organization is line sequential
                file status is ws-sorted-status.

      *The history journal the year-end run moves closed years'
      *entries to, read ahead of the live journal so the first
      *period of a year still finds the previous year's last
      *period. A site that has never archived simply has none.
            select history-journal
                assign to JRNHIST
                organization is line sequential
                file status is ws-histjrn-status.

      *The audit journal written by the pay-period run, this run's
      *postings included.
            select journal-file
                assign to JRNFILE
                organization is line sequential
                file status is ws-journal-status.

      *The employee reference master, read for the active
      *employees the run should have paid.
            select employee-file
                assign to EMPFILE
                organization is indexed
                access mode is dynamic
                record key is emp-employee-id
                file status is ws-employee-status.

      *The sort work file the run's records and the journal's
      *postings are brought together in employee / tax year / pay
      *period order through.
            select sort-file
                assign to SORTWK.

      *The exception report.
            select variance-print
                assign to VARPRT
                organization is line sequential.

       data division.
       file section.
       fd sorted-file
          record contains 54 characters
          data record is tax-record.

      *One pay-period record as the pay-period run sorted it.
       01 tax-record.
         05 tax-employee-id pic x(9).
         05 tax-name pic x(20).
         05 province-code pic x(2).
         05 gross-salary pic 9(6).
         05 exemption-amount pic 9(5).
         05 tax-pay-period pic 9(2).
         05 tax-pay-date pic 9(8).
         05 tax-trans-code pic x(1).
           88 tax-trans-original value "O".
           88 tax-trans-adjustment value "A".
           88 tax-trans-reversal value "R".
           88 tax-trans-bonus value "B".
         05 tax-adjust-sign pic x(1).

       fd history-journal
           record contains 725 characters
           data record is histjrn-record.

       01 histjrn-record pic x(725).

       fd journal-file
           record contains 725 characters
           data record is jrn-input-record.

       01 jrn-input-record pic x(725).

       fd employee-file
           record contains 96 characters
           data record is employee-record.

       copy "emprec.cpy".

       sd sort-file
          record contains 80 characters
          data record is sort-record.

      *One run record ("S", from the sorted input) or journal
      *posting ("J"), keyed by employee, tax year and pay period,
      *with the signed gross, total tax and net pay it moved. A run
      *record carries only its gross -- the tax and net of what it
      *paid are on its journal posting.
       01 sort-record.
         05 srt-key.
           10 srt-employee-id pic x(9).
           10 srt-tax-year pic 9(4).
           10 srt-pay-period pic 9(2).
         05 srt-source pic x(1).
           88 srt-from-journal value "J".
           88 srt-from-run value "S".
         05 srt-trans-code pic x(1).
         05 srt-name pic x(20).
         05 srt-gross pic s9(7)v99.
         05 srt-total-tax pic s9(8)v99.
         05 srt-net-pay pic s9(7)v99.
         05 filler pic x(15).

       fd variance-print
           record contains 132 characters
           data record is variance-line.

       01 variance-line pic x(132).

       working-storage section.

      *  The journal entry being read.
       copy "jrnrec.cpy".

      *  File statuses.
       01 ws-sorted-status pic x(2).
         88 ws-sorted-ok value "00".
         88 ws-sorted-file-not-found value "35".

       01 ws-journal-status pic x(2).
         88 ws-journal-ok value "00".
         88 ws-journal-file-not-found value "35".

       01 ws-histjrn-status pic x(2).
         88 ws-histjrn-ok value "00".
         88 ws-histjrn-file-not-found value "35".

       01 ws-employee-status pic x(2).
         88 ws-employee-ok value "00".
         88 ws-employee-file-not-found value "35".

      *  One employee's figures as their sorted entries are taken:
      *  the period being gathered, its journal totals, how many
      *  original and reversal postings and run records it has, and
      *  the last earlier period's totals it is compared with.
       01 ws-variance-work.
         05 ws-current-employee pic x(9).
         05 ws-current-name pic x(20).
         05 ws-employee-in-run pic x(1).
         05 ws-period-key.
           10 ws-pk-employee-id pic x(9).
           10 ws-pk-tax-year pic 9(4).
           10 ws-pk-pay-period pic 9(2).
         05 ws-per-journal-count pic 9(3).
         05 ws-per-gross pic s9(8)v99.
         05 ws-per-total-tax pic s9(8)v99.
         05 ws-per-net-pay pic s9(8)v99.
         05 ws-per-jrn-originals pic s9(3).
         05 ws-per-run-records pic 9(3).
         05 ws-per-run-originals pic s9(3).
         05 ws-per-run-gross pic s9(8)v99.
         05 ws-prev-switch pic x(1).
           88 ws-prev-on-hand value "Y".
         05 ws-prev-tax-year pic 9(4).
         05 ws-prev-pay-period pic 9(2).
         05 ws-prev-gross pic s9(8)v99.
         05 ws-prev-total-tax pic s9(8)v99.
         05 ws-prev-net-pay pic s9(8)v99.

      *  Working fields for one journal posting's deltas and one
      *  variance test.
       01 ws-delta-work.
         05 ws-dlt-gross pic s9(7)v99.
         05 ws-dlt-federal-tax pic s9(7)v99.
         05 ws-dlt-provincial-tax pic s9(7)v99.
         05 ws-dlt-total-tax pic s9(8)v99.
         05 ws-dlt-deductions pic s9(7)v99.
         05 ws-run-gross-signed pic s9(7)v99.
         05 ws-var-previous pic s9(8)v99.
         05 ws-var-current pic s9(8)v99.
         05 ws-var-change pic s9(5)v9.
         05 ws-var-change-size pic 9(5)v9.
         05 ws-earliest-tax-year pic 9(4).

      *  Report title line.
       01 ws-variance-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(46) value
           "Pre-release payroll variance exception report".
         05 filler pic x(10) value "Tax year: ".
         05 ws-vhd-tax-year pic 9(4).
         05 filler pic x(4) value spaces.
         05 filler pic x(11) value "Threshold: ".
         05 ws-vhd-threshold pic zz9.
         05 filler pic x(1) value "%".
         05 filler pic x(4) value spaces.
         05 filler pic x(5) value "Run: ".
         05 ws-vhd-run-date pic x(10).
         05 filler pic x(32) value spaces.

      *  Report column heading.
       01 ws-variance-column-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value "Employee".
         05 filler pic x(22) value "Name".
         05 filler pic x(24) value "Exception".
         05 filler pic x(12) value "Figure".
         05 filler pic x(15) value "     Previous".
         05 filler pic x(15) value "      Current".
         05 filler pic x(11) value "  Change".
         05 filler pic x(20) value "Detail".

      *  One exception line.
       01 ws-exception-line.
         05 filler pic x(2) value spaces.
         05 ws-exl-employee-id pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-exl-name pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-exl-exception pic x(22).
         05 filler pic x(2) value spaces.
         05 ws-exl-figure pic x(10).
         05 filler pic x(2) value spaces.
         05 ws-exl-previous pic x(13).
         05 filler pic x(2) value spaces.
         05 ws-exl-current pic x(13).
         05 filler pic x(2) value spaces.
         05 ws-exl-change pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-exl-detail pic x(20).

      *  Edited figures for the exception line.
       01 ws-exception-edit.
         05 ws-edt-amount pic -(9)9.99.
         05 ws-edt-change pic -(5)9.9.
         05 ws-edt-count pic z9.

      *  Period detail for an exception line.
       01 ws-period-detail.
         05 ws-pdt-caption pic x(7).
         05 ws-pdt-tax-year pic 9(4).
         05 filler pic x(1) value "/".
         05 ws-pdt-pay-period pic 9(2).
         05 filler pic x(6) value spaces.

      *  Report count line.
       01 ws-variance-count-line.
         05 filler pic x(2) value spaces.
         05 ws-vcl-caption pic x(36).
         05 ws-vcl-count pic z(6)9.
         05 filler pic x(87) value spaces.

      *  Sign-off block.
       01 ws-signoff-line.
         05 filler pic x(2) value spaces.
         05 ws-sol-caption pic x(24).
         05 filler pic x(30) value all "_".
         05 filler pic x(8) value "  Date ".
         05 filler pic x(12) value all "_".
         05 filler pic x(56) value spaces.

      *  Counts for the report's closing lines and the operator
      *  display.
       01 ws-counter.
         05 ws-run-records-read pic 9(7) value zero.
         05 ws-entries-read pic 9(9) value zero.
         05 ws-entries-released pic 9(9) value zero.
         05 ws-employees-in-run pic 9(7) value zero.
         05 ws-employees-read pic 9(7) value zero.
         05 ws-variance-count pic 9(7) value zero.
         05 ws-missing-count pic 9(7) value zero.
         05 ws-paid-twice-count pic 9(7) value zero.

      *  Today's date as picked up at start-up.
       01 ws-run-date-work.
         05 ws-current-date pic 9(8).
         05 ws-current-date-r redefines ws-current-date.
           10 ws-cur-year pic x(4).
           10 ws-cur-month pic x(2).
           10 ws-cur-day pic x(2).
         05 ws-edited-run-date.
           10 ws-erd-year pic x(4).
           10 filler pic x(1) value "/".
           10 ws-erd-month pic x(2).
           10 filler pic x(1) value "/".
           10 ws-erd-day pic x(2).

      *  End of file flags.
       01 ws-flags.
         05 ws-sorted-eof pic x value "n".
         05 ws-journal-eof pic x value "n".
         05 ws-history-eof pic x value "n".
         05 ws-sort-eof pic x value "n".
         05 ws-employee-eof pic x value "n".

       77 ws-end-reached pic x value "y".
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.
       77 ws-three pic 9 value 3.
      *The run's tax year (TAXYEAR), as the pay-period run takes it.
       77 ws-tax-year pic 9(4) value 2026.
       77 ws-parm-tax-year pic x(4).
      *The percentage a period's gross, total tax or net pay may
      *move from the previous period before it is listed (VARPCT).
       77 ws-variance-pct pic 9(3) value 25.
       77 ws-parm-variance-pct pic x(3).
       77 ws-parm-pct-digits pic x(3).
       77 ws-parm-pct-length pic 9(1).

       procedure division.
       000-Main.
           perform 05-get-run-parameters.
           perform 07-get-run-date.
           perform 10-open-files.
           perform 30-print-headings.
           sort sort-file
               on ascending key srt-employee-id
                                srt-tax-year
                                srt-pay-period
                                srt-source
               with duplicates in order
               input procedure is 200-release-entries
               output procedure is 300-check-employees.
           perform 280-print-totals.
           perform 290-print-signoff.
           perform 500-close-files.
           perform 600-print-variance-report.
           stop run.

      *Pick up the run's tax year (TAXYEAR) and the variance
      *percentage (VARPCT, up to three digits), if set.
       05-get-run-parameters.
           display "TAXYEAR" upon environment-name.
           accept ws-parm-tax-year from environment-value.
           if ws-parm-tax-year is numeric then
               move ws-parm-tax-year to ws-tax-year
           end-if.
           display "VARPCT" upon environment-name.
           accept ws-parm-variance-pct from environment-value.
           move spaces to ws-parm-pct-digits.
           move zero to ws-parm-pct-length.
           unstring ws-parm-variance-pct delimited by space
               into ws-parm-pct-digits count in ws-parm-pct-length.
           if ws-parm-pct-length > zero then
               if ws-parm-pct-digits(1:ws-parm-pct-length) is
                 numeric then
                   move ws-parm-pct-digits(1:ws-parm-pct-length) to
                     ws-variance-pct
               end-if
           end-if.
           compute ws-earliest-tax-year = ws-tax-year - 1.

      *Pick up today's date for the report heading.
       07-get-run-date.
           accept ws-current-date from date yyyymmdd.
           move ws-cur-year to ws-erd-year.
           move ws-cur-month to ws-erd-month.
           move ws-cur-day to ws-erd-day.

      *Open files. No sorted input means the pay-period run has not
      *run, and there is nothing to check. A missing reference
      *master only leaves out the missing-employee check.
       10-open-files.
           open input sorted-file.
           if ws-sorted-file-not-found then
               display "sorted input file (SRTFILE) not found"
               display "report cancelled - no run to check"
               stop run
           end-if.
           open input employee-file.
           open output variance-print.

      *Print the report headings.
       30-print-headings.
           move ws-tax-year to ws-vhd-tax-year.
           move ws-variance-pct to ws-vhd-threshold.
           move ws-edited-run-date to ws-vhd-run-date.
           write variance-line from ws-variance-heading after
             advancing page.
           write variance-line from ws-variance-column-heading after
             advancing ws-two lines.
           move spaces to variance-line.
           write variance-line after advancing ws-one line.
           if ws-employee-file-not-found then
               move "  Employee reference file (EMPFILE) not found"
                 to variance-line
               write variance-line after advancing ws-one line
               move "  Active employees not in the run are not listed"
                 to variance-line
               write variance-line after advancing ws-one line
           end-if.

      *Release this run's records and the journal's postings for
      *this tax year and the one before it -- far enough back for
      *every employee's previous pay period -- to the sort.
       200-release-entries.
           perform 202-read-sorted.
           perform 204-release-run-record
             until ws-sorted-eof = ws-end-reached.
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
               perform 222-read-journal
               perform 224-release-journal-entry
                 until ws-journal-eof = ws-end-reached
               close journal-file
           end-if.

      *Read one record of the run's sorted input.
       202-read-sorted.
           read sorted-file
               at end
                   move ws-end-reached to ws-sorted-eof
               not at end
                   add 1 to ws-run-records-read
           end-read.

      *Release one run record with its gross signed the way the
      *pay-period run posts it, and read the next.
       204-release-run-record.
           move gross-salary to ws-run-gross-signed.
           if tax-trans-reversal or
             (tax-trans-adjustment and tax-adjust-sign = "-") then
               compute ws-run-gross-signed = 0 - gross-salary
           end-if.
           move spaces to sort-record.
           move tax-employee-id to srt-employee-id.
           move ws-tax-year to srt-tax-year.
           move tax-pay-period to srt-pay-period.
           move "S" to srt-source.
           move tax-trans-code to srt-trans-code.
           move tax-name to srt-name.
           move ws-run-gross-signed to srt-gross.
           move zero to srt-total-tax srt-net-pay.
           release sort-record.
           perform 202-read-sorted.

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
           perform 230-release-journal-posting.
           perform 212-read-history-journal.

      *Read one live journal entry into the working layout.
       222-read-journal.
           read journal-file into journal-record
               at end
                   move ws-end-reached to ws-journal-eof
               not at end
                   add 1 to ws-entries-read
           end-read.

      *Release one live journal entry and read the next.
       224-release-journal-entry.
           perform 230-release-journal-posting.
           perform 222-read-journal.

      *Release one journal posting of this tax year or the one
      *before it, with the gross, total tax and net pay it moved the
      *master by -- its whole after image when it opened a new tax
      *year on the record. Net pay is worked out the way the
      *pay-period run works it: gross less every tax and deduction.
       230-release-journal-posting.
           if jrn-tax-year not < ws-earliest-tax-year then
               if jrn-bef-tax-year = jrn-aft-tax-year then
                   compute ws-dlt-gross = jrn-aft-gross -
                     jrn-bef-gross
                   compute ws-dlt-federal-tax = jrn-aft-federal-tax -
                     jrn-bef-federal-tax
                   compute ws-dlt-provincial-tax =
                     jrn-aft-provincial-tax - jrn-bef-provincial-tax
                   compute ws-dlt-total-tax = jrn-aft-total-tax -
                     jrn-bef-total-tax
                   compute ws-dlt-deductions =
                     jrn-aft-cpp - jrn-bef-cpp +
                     jrn-aft-ei - jrn-bef-ei +
                     jrn-aft-qpp - jrn-bef-qpp +
                     jrn-aft-qpip - jrn-bef-qpip +
                     jrn-aft-addl-tax - jrn-bef-addl-tax +
                     jrn-aft-garnish - jrn-bef-garnish
               else
                   move jrn-aft-gross to ws-dlt-gross
                   move jrn-aft-federal-tax to ws-dlt-federal-tax
                   move jrn-aft-provincial-tax to
                     ws-dlt-provincial-tax
                   move jrn-aft-total-tax to ws-dlt-total-tax
                   compute ws-dlt-deductions = jrn-aft-cpp +
                     jrn-aft-ei + jrn-aft-qpp + jrn-aft-qpip +
                     jrn-aft-addl-tax + jrn-aft-garnish
               end-if
               move spaces to sort-record
               move jrn-employee-id to srt-employee-id
               move jrn-tax-year to srt-tax-year
               move jrn-pay-period to srt-pay-period
               move "J" to srt-source
               move jrn-trans-code to srt-trans-code
               move jrn-name to srt-name
               move ws-dlt-gross to srt-gross
               move ws-dlt-total-tax to srt-total-tax
               compute srt-net-pay = ws-dlt-gross -
                 ws-dlt-federal-tax - ws-dlt-provincial-tax -
                 ws-dlt-deductions
               release sort-record
               add 1 to ws-entries-released
           end-if.

      *Check the sorted entries one employee at a time, alongside
      *the reference master in key order so an active employee
      *with no record in the run is caught between them.
       300-check-employees.
           perform 302-return-entry.
           if ws-employee-file-not-found then
               move ws-end-reached to ws-employee-eof
           else
               perform 304-read-employee
           end-if.
           perform 310-check-one-employee
             until ws-sort-eof = ws-end-reached.
           perform 340-employee-without-entries
             until ws-employee-eof = ws-end-reached.

      *Return the next sorted entry.
       302-return-entry.
           return sort-file
               at end
                   move ws-end-reached to ws-sort-eof
           end-return.

      *Read the next reference record.
       304-read-employee.
           read employee-file next
               at end
                   move ws-end-reached to ws-employee-eof
               not at end
                   add 1 to ws-employees-read
           end-read.

      *Take one employee's entries a pay period at a time, then
      *settle them against the reference master: an active
      *employee the run did not pay is listed as missing.
       310-check-one-employee.
           move srt-employee-id to ws-current-employee.
           move srt-name to ws-current-name.
           move "N" to ws-employee-in-run ws-prev-switch.
           perform 320-check-one-period
             until ws-sort-eof = ws-end-reached or
             srt-employee-id not = ws-current-employee.
           if ws-employee-in-run = "Y" then
               add 1 to ws-employees-in-run
           end-if.
           perform 340-employee-without-entries
             until ws-employee-eof = ws-end-reached or
             emp-employee-id not < ws-current-employee.
           if ws-employee-eof not = ws-end-reached and
             emp-employee-id = ws-current-employee then
               if ws-employee-in-run = "N" then
                   perform 345-check-missing-employee
               end-if
               perform 304-read-employee
           end-if.

      *Gather one pay period's entries. A period the run paid is
      *checked for a second payment and against the previous
      *period; a period only the journal has becomes the previous
      *period for the next one the run paid.
       320-check-one-period.
           move srt-key to ws-period-key.
           move zero to ws-per-journal-count ws-per-gross
             ws-per-total-tax ws-per-net-pay ws-per-jrn-originals
             ws-per-run-records ws-per-run-originals
             ws-per-run-gross.
           perform 322-take-period-entry
             until ws-sort-eof = ws-end-reached or
             srt-key not = ws-period-key.
           if ws-per-run-records > zero then
               move "Y" to ws-employee-in-run
               perform 330-check-paid-twice
               if ws-per-run-originals > zero then
                   perform 335-check-variance
               end-if
           else
               if ws-per-journal-count > zero then
                   move "Y" to ws-prev-switch
                   move ws-pk-tax-year to ws-prev-tax-year
                   move ws-pk-pay-period to ws-prev-pay-period
                   move ws-per-gross to ws-prev-gross
                   move ws-per-total-tax to ws-prev-total-tax
                   move ws-per-net-pay to ws-prev-net-pay
               end-if
           end-if.

      *Add one entry into its period's totals and counts. A bonus
      *is paid on top of the period's regular pay, so it is left
      *out of both the comparison and the second-payment count.
       322-take-period-entry.
           if srt-trans-code not = "B" then
               if srt-from-journal then
                   add 1 to ws-per-journal-count
                   add srt-gross to ws-per-gross
                   add srt-total-tax to ws-per-total-tax
                   add srt-net-pay to ws-per-net-pay
                   if srt-trans-code = "O" then
                       add 1 to ws-per-jrn-originals
                   end-if
                   if srt-trans-code = "R" then
                       subtract 1 from ws-per-jrn-originals
                   end-if
               else
                   add 1 to ws-per-run-records
                   add srt-gross to ws-per-run-gross
                   if srt-trans-code = "O" then
                       add 1 to ws-per-run-originals
                   end-if
                   if srt-trans-code = "R" then
                       subtract 1 from ws-per-run-originals
                   end-if
               end-if
           end-if.
           perform 302-return-entry.

      *An employee is paid twice for a period when it has more
      *original payments than reversals beyond the first -- on the
      *journal, whose postings include this run's and any earlier
      *run's for the period, or within this run's own input.
       330-check-paid-twice.
           if ws-per-jrn-originals > 1 or
             ws-per-run-originals > 1 then
               move spaces to ws-exception-line
               move ws-current-employee to ws-exl-employee-id
               move ws-current-name to ws-exl-name
               move "Paid twice for period" to ws-exl-exception
               move "Payments" to ws-exl-figure
               move ws-per-jrn-originals to ws-edt-count
               move ws-edt-count to ws-exl-previous
               move ws-per-run-originals to ws-edt-count
               move ws-edt-count to ws-exl-current
               move "Period " to ws-pdt-caption
               move ws-pk-tax-year to ws-pdt-tax-year
               move ws-pk-pay-period to ws-pdt-pay-period
               move ws-period-detail to ws-exl-detail
               perform 390-write-exception
               add 1 to ws-paid-twice-count
           end-if.

      *Compare the period's gross (as the run's input has it) and
      *its total tax and net pay (as the journal posted them) with
      *the previous period's. An employee with no earlier period
      *on the journal has nothing to compare with, and the tax and
      *net are only compared once the period has posted.
       335-check-variance.
           if ws-prev-on-hand then
               move ws-prev-gross to ws-var-previous
               move ws-per-run-gross to ws-var-current
               move "Gross" to ws-exl-figure
               perform 337-test-one-figure
               if ws-per-journal-count > zero then
                   move ws-prev-total-tax to ws-var-previous
                   move ws-per-total-tax to ws-var-current
                   move "Total tax" to ws-exl-figure
                   perform 337-test-one-figure
                   move ws-prev-net-pay to ws-var-previous
                   move ws-per-net-pay to ws-var-current
                   move "Net pay" to ws-exl-figure
                   perform 337-test-one-figure
               end-if
           end-if.

      *List one figure when it moved by more than the variance
      *percentage from the previous period. A previous figure of
      *zero gives no percentage to test against.
       337-test-one-figure.
           if ws-var-previous not = zero then
               compute ws-var-change rounded =
                 (ws-var-current - ws-var-previous) * 100 /
                 ws-var-previous
                   on size error
                       move 99999.9 to ws-var-change
               end-compute
               move ws-var-change to ws-var-change-size
               if ws-var-change-size > ws-variance-pct then
                   move ws-current-employee to ws-exl-employee-id
                   move ws-current-name to ws-exl-name
                   move "Period-over-period" to ws-exl-exception
                   move ws-var-previous to ws-edt-amount
                   move ws-edt-amount to ws-exl-previous
                   move ws-var-current to ws-edt-amount
                   move ws-edt-amount to ws-exl-current
                   move ws-var-change to ws-edt-change
                   move ws-edt-change to ws-exl-change
                   move "vs " to ws-pdt-caption
                   move ws-prev-tax-year to ws-pdt-tax-year
                   move ws-prev-pay-period to ws-pdt-pay-period
                   move ws-period-detail to ws-exl-detail
                   perform 390-write-exception
                   add 1 to ws-variance-count
               end-if
           end-if.

      *A reference record with no entries at all: list it when the
      *employee is active, and read the next.
       340-employee-without-entries.
           perform 345-check-missing-employee.
           perform 304-read-employee.

      *List an active employee the run did not pay, with their pay
      *frequency -- one paid less often than the run may simply
      *not be due this period.
       345-check-missing-employee.
           if emp-status = "A" then
               move spaces to ws-exception-line
               move emp-employee-id to ws-exl-employee-id
               move emp-name to ws-exl-name
               move "Not in this run" to ws-exl-exception
               if emp-paid-at-run-frequency then
                   move "Run frequency" to ws-exl-detail
               else
                   string "Pay frequency " emp-pay-frequency
                     delimited by size into ws-exl-detail
               end-if
               perform 390-write-exception
               add 1 to ws-missing-count
           end-if.

      *Write one exception line.
       390-write-exception.
           write variance-line from ws-exception-line after
             advancing ws-one line.
           move spaces to ws-exception-line.

      *Close the report with how much was checked and how many of
      *each exception were found.
       280-print-totals.
           if ws-variance-count = zero and ws-missing-count = zero
             and ws-paid-twice-count = zero then
               move "  No exceptions" to variance-line
               write variance-line after advancing ws-one line
           end-if.
           move "Run records checked" to ws-vcl-caption.
           move ws-run-records-read to ws-vcl-count.
           write variance-line from ws-variance-count-line after
             advancing ws-two lines.
           move "Employees in this run" to ws-vcl-caption.
           move ws-employees-in-run to ws-vcl-count.
           write variance-line from ws-variance-count-line after
             advancing ws-one line.
           move "Period-over-period variances" to ws-vcl-caption.
           move ws-variance-count to ws-vcl-count.
           write variance-line from ws-variance-count-line after
             advancing ws-one line.
           move "Active employees not in this run" to
             ws-vcl-caption.
           move ws-missing-count to ws-vcl-count.
           write variance-line from ws-variance-count-line after
             advancing ws-one line.
           move "Employees paid twice for a period" to
             ws-vcl-caption.
           move ws-paid-twice-count to ws-vcl-count.
           write variance-line from ws-variance-count-line after
             advancing ws-one line.

      *Print the sign-off block payroll completes before the
      *deposit file is released to the bank.
       290-print-signoff.
           move "  Exceptions reviewed and the deposit file (DEPFILE)"
             to variance-line.
           write variance-line after advancing ws-three lines.
           move "  approved for release to the bank" to variance-line.
           write variance-line after advancing ws-one line.
           move "Reviewed by" to ws-sol-caption.
           write variance-line from ws-signoff-line after advancing
             ws-two lines.
           move "Approved for release by" to ws-sol-caption.
           write variance-line from ws-signoff-line after advancing
             ws-two lines.

      *Close files.
       500-close-files.
           if ws-employee-file-not-found then
               close sorted-file,
                 variance-print
           else
               close sorted-file,
                 employee-file,
                 variance-print
           end-if.

      *Reconciliation display for the operator.
       600-print-variance-report.
           display "PayVariance reconciliation".
           display "  run records read...... " ws-run-records-read.
           display "  journal entries read.. " ws-entries-read.
           display "  postings compared..... " ws-entries-released.
           display "  employees in run...... " ws-employees-in-run.
           display "  reference records read " ws-employees-read.
           display "  variances listed...... " ws-variance-count.
           display "  missing employees..... " ws-missing-count.
           display "  paid twice............ " ws-paid-twice-count.

       end program PayVariance.
