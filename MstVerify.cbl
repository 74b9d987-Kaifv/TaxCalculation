       identification division.
       program-id. MstVerify.
       author. Kaifkhan Vakil.
       date-written. 15th Oct 2026.
      *Program Description:
      *This program verifies the year-to-date tax master file
      *against the audit journal without changing anything, so it
      *can run every night and the master is only rebuilt (by
      *MstRebuild) when something is actually wrong. The history
      *and live journals are replayed the way MstRebuild replays
      *them -- the last after image per employee is what the master
      *should hold -- and every master record is compared with it
      *field by field. On the way the replay checks that each
      *rewrite's before image is the after image the journal last
      *left for the employee, so a master update that never reached
      *the journal shows up as a break in the chain. Every master
      *record's per-province split is checked to add up to its
      *whole-year figures, and the statutory posting index is
      *checked against the latest statutory deltas the journal
      *posted for each employee, tax year and pay period. Every
      *mismatch is listed on the exception report.
       environment division.
       input-output section.
       file-control.
      *The year-to-date master being verified, read only.
            select master-file
                assign to MSTFILE
                organization is indexed
                access mode is dynamic
                record key is mst-employee-id
                file status is ws-master-status.

      *The statutory posting index being verified, read only.
            select statutory-index
                assign to NDXFILE
                organization is indexed
                access mode is dynamic
                record key is ndx-key
                file status is ws-index-status.

      *The history journal the year-end run moves closed years'
      *entries to, replayed ahead of the live journal the way
      *MstRebuild replays it. A site that has never archived simply
      *has none.
            select history-journal
                assign to JRNHIST
                organization is line sequential
                file status is ws-histjrn-status.

      *The audit journal written by the pay-period run.
            select journal-file
                assign to JRNFILE
                organization is line sequential
                file status is ws-journal-status.

      *The sort work file the journal entries are put into
      *employee order through -- by journal sequence for the
      *replay, by tax year and pay period for the index check.
            select sort-file
                assign to SORTWK.

      *The exception report.
            select verify-print
                assign to VFYPRT
                organization is line sequential.

       data division.
       file section.
       fd master-file
           record contains 363 characters
           data record is master-record.

       copy "mstrec.cpy".

       fd statutory-index
           record contains 64 characters
           data record is index-record.

      *One index record per employee, tax year and pay period that
      *has ever posted: the signed statutory deltas of the LATEST
      *posting for that period, as the pay-period run keeps it.
       01 index-record.
         05 ndx-key.
           10 ndx-employee-id pic x(9).
           10 ndx-tax-year pic 9(4).
           10 ndx-pay-period pic 9(2).
         05 ndx-posted-cpp pic s9(6)v99.
         05 ndx-posted-ei pic s9(6)v99.
         05 ndx-posted-addl-tax pic s9(6)v99.
         05 ndx-posted-garnish pic s9(7)v99.
         05 ndx-posted-qpp pic s9(6)v99.
         05 ndx-posted-qpip pic s9(6)v99.

       fd history-journal
           record contains 725 characters
           data record is histjrn-record.

       01 histjrn-record pic x(725).

       fd journal-file
           record contains 725 characters
           data record is jrn-input-record.

       01 jrn-input-record pic x(725).

       sd sort-file
          record contains 749 characters
          data record is sort-record.

      *One journal entry, keyed by employee, the tax year and pay
      *period it posted, and its place in the journals (history
      *first), so either ordering keeps the journals' own order
      *among equal keys.
       01 sort-record.
         05 srt-key.
           10 srt-employee-id pic x(9).
           10 srt-tax-year pic 9(4).
           10 srt-pay-period pic 9(2).
         05 srt-sequence pic 9(9).
         05 srt-journal-entry pic x(725).

       fd verify-print
           record contains 132 characters
           data record is verify-line.

       01 verify-line pic x(132).

       working-storage section.

      *  The journal entry being replayed or checked.
       copy "jrnrec.cpy".

      *  File status for master-file.
       01 ws-master-status pic x(2).
         88 ws-master-ok value "00".
         88 ws-master-file-not-found value "35".

      *  File status for statutory-index (a missing index is one
      *  exception, and the index check is skipped).
       01 ws-index-status pic x(2).
         88 ws-index-ok value "00".
         88 ws-index-file-not-found value "35".

      *  File status for the journals.
       01 ws-journal-status pic x(2).
         88 ws-journal-ok value "00".
         88 ws-journal-file-not-found value "35".

       01 ws-histjrn-status pic x(2).
         88 ws-histjrn-ok value "00".
         88 ws-histjrn-file-not-found value "35".

      *  Which pass the journals are being read for: the replay
      *  takes every entry, the index check leaves bonuses out the
      *  way the pay-period run leaves them off the index.
       01 ws-pass-switch pic x value "R".
         88 ws-replay-pass value "R".
         88 ws-index-pass value "I".

      *  Replay working fields: the employee being replayed, the
      *  last entry replayed for them and the after image before
      *  it (the same 332-byte layout as jrn-after) that the next
      *  rewrite's before image must match.
       01 ws-replay-work.
         05 ws-current-employee pic x(9).
         05 ws-entry-sequence pic 9(9).
         05 ws-last-entry pic x(725).
         05 ws-prior-after pic x(332).
         05 ws-prior-switch pic x value "N".
           88 ws-prior-on-hand value "Y".

      *  Index check working fields: the employee / tax year / pay
      *  period being checked (laid out as ndx-key so the two
      *  compare directly) and the journal's latest deltas for it.
       01 ws-index-work.
         05 ws-period-key.
           10 ws-pk-employee-id pic x(9).
           10 ws-pk-tax-year pic 9(4).
           10 ws-pk-pay-period pic 9(2).
         05 ws-jrn-cpp-delta pic s9(6)v99.
         05 ws-jrn-ei-delta pic s9(6)v99.
         05 ws-jrn-addl-tax-delta pic s9(6)v99.
         05 ws-jrn-garnish-delta pic s9(7)v99.
         05 ws-jrn-qpp-delta pic s9(6)v99.
         05 ws-jrn-qpip-delta pic s9(6)v99.

      *  Province split totals for one master record.
       01 ws-split-totals.
         05 ws-split-i pic 9(1).
         05 ws-spt-gross pic s9(8)v99.
         05 ws-spt-federal-tax pic s9(8)v99.
         05 ws-spt-provincial-tax pic s9(8)v99.
         05 ws-spt-cpp pic s9(7)v99.
         05 ws-spt-ei pic s9(7)v99.
         05 ws-spt-er-cpp pic s9(7)v99.
         05 ws-spt-er-ei pic s9(7)v99.
         05 ws-spt-addl-tax pic s9(7)v99.

      *  The two figures of an amount mismatch, on file and what
      *  they should be, and their edited copies.
       01 ws-compare-work.
         05 ws-cmp-on-file pic s9(8)v99.
         05 ws-cmp-should-be pic s9(8)v99.
         05 ws-cmp-edited pic -(9)9.99.

      *  Report title line.
       01 ws-verify-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(50) value
           "Master file verification - exception report".
         05 filler pic x(5) value "Run: ".
         05 ws-vhd-run-date pic x(10).
         05 filler pic x(65) value spaces.

      *  Report column heading.
       01 ws-verify-column-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value "Employee".
         05 filler pic x(22) value "Check".
         05 filler pic x(26) value "Field".
         05 filler pic x(18) value "On file".
         05 filler pic x(18) value "Should be".
         05 filler pic x(35) value "Detail".

      *  One exception: the employee, which check found it, the
      *  field, the figure on file against the figure it should
      *  be, and any detail that places it.
       01 ws-exception-line.
         05 filler pic x(2) value spaces.
         05 ws-exl-employee-id pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-exl-check pic x(20).
         05 filler pic x(2) value spaces.
         05 ws-exl-field pic x(24).
         05 filler pic x(2) value spaces.
         05 ws-exl-on-file pic x(16).
         05 filler pic x(2) value spaces.
         05 ws-exl-should-be pic x(16).
         05 filler pic x(2) value spaces.
         05 ws-exl-detail pic x(35).

      *  Period detail for an index exception.
       01 ws-period-detail.
         05 filler pic x(9) value "Tax year ".
         05 ws-pdt-tax-year pic 9(4).
         05 filler pic x(8) value " period ".
         05 ws-pdt-pay-period pic 9(2).
         05 filler pic x(12) value spaces.

      *  Report count line.
       01 ws-verify-count-line.
         05 filler pic x(2) value spaces.
         05 ws-vcl-caption pic x(30).
         05 ws-vcl-count pic z(8)9.
         05 filler pic x(91) value spaces.

      *  Counts for the report's closing lines and the operator
      *  display.
       01 ws-counter.
         05 ws-entries-read pic 9(9) value zero.
         05 ws-entries-replayed pic 9(9) value zero.
         05 ws-employees-replayed pic 9(7) value zero.
         05 ws-masters-checked pic 9(7) value zero.
         05 ws-periods-checked pic 9(7) value zero.
         05 ws-index-records-read pic 9(7) value zero.
         05 ws-exception-count pic 9(7) value zero.

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
         05 ws-journal-eof pic x value "n".
         05 ws-history-eof pic x value "n".
         05 ws-sort-eof pic x value "n".
         05 ws-master-eof pic x value "n".
         05 ws-index-eof pic x value "n".

       77 ws-end-reached pic x value "y".
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.

       procedure division.
       000-Main.
           perform 07-get-run-date.
           perform 10-open-files.
           perform 30-print-headings.
           set ws-replay-pass to true.
           sort sort-file
               on ascending key srt-employee-id
                                srt-sequence
               input procedure is 200-release-journal-entries
               output procedure is 300-verify-master.
           if ws-index-file-not-found then
               move spaces to ws-exception-line
               move "Statutory index" to ws-exl-check
               move "NDXFILE not found" to ws-exl-detail
               perform 390-write-exception
           else
               set ws-index-pass to true
               sort sort-file
                   on ascending key srt-employee-id
                                    srt-tax-year
                                    srt-pay-period
                                    srt-sequence
                   input procedure is 200-release-journal-entries
                   output procedure is 500-verify-index
           end-if.
           perform 290-print-totals.
           perform 600-close-files.
           perform 700-print-verify-report.
           stop run.

      *Pick up today's date for the report heading.
       07-get-run-date.
           accept ws-current-date from date yyyymmdd.
           move ws-cur-year to ws-erd-year.
           move ws-cur-month to ws-erd-month.
           move ws-cur-day to ws-erd-day.

      *Open files, all for input except the report. A missing
      *master or live journal cancels the run -- there is nothing
      *to verify, or nothing to verify against. The journals
      *themselves are opened by each pass.
       10-open-files.
           open input master-file.
           if ws-master-file-not-found then
               display "YTD master file (MSTFILE) not found"
               display "verify cancelled - nothing to verify"
               stop run
           end-if.
           open input journal-file.
           if ws-journal-file-not-found then
               display "audit journal (JRNFILE) not found"
               display "verify cancelled - nothing to verify against"
               close master-file
               stop run
           end-if.
           close journal-file.
           open input statutory-index.
           open output verify-print.

      *Print the report headings.
       30-print-headings.
           move ws-edited-run-date to ws-vhd-run-date.
           write verify-line from ws-verify-heading after advancing
             page.
           write verify-line from ws-verify-column-heading after
             advancing ws-two lines.
           move spaces to verify-line.
           write verify-line after advancing ws-one line.

      *Release the journal entries to the sort -- the history
      *journal first, then the live one, numbered in that order.
      *The index pass leaves bonuses out.
       200-release-journal-entries.
           move zero to ws-entry-sequence.
           move "n" to ws-history-eof ws-journal-eof.
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
           perform 202-read-journal.
           perform 204-release-journal-entry
             until ws-journal-eof = ws-end-reached.
           close journal-file.

      *Read one live journal entry into the working layout.
       202-read-journal.
           read journal-file into journal-record
               at end
                   move ws-end-reached to ws-journal-eof
               not at end
                   if ws-replay-pass then
                       add 1 to ws-entries-read
                   end-if
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
                   if ws-replay-pass then
                       add 1 to ws-entries-read
                   end-if
           end-read.

      *Release one history journal entry and read the next.
       214-release-history-entry.
           perform 220-release-one-entry.
           perform 212-read-history-journal.

      *Number one journal entry and release it.
       220-release-one-entry.
           add 1 to ws-entry-sequence.
           if ws-replay-pass or jrn-trans-code not = "B" then
               move jrn-employee-id to srt-employee-id
               move jrn-tax-year to srt-tax-year
               move jrn-pay-period to srt-pay-period
               move ws-entry-sequence to srt-sequence
               move journal-record to srt-journal-entry
               release sort-record
           end-if.

      *Replay the journal one employee at a time in the order it
      *was written, alongside the master in key order: every master
      *record is checked against its employee's last after image
      *and its own province split, and a master record the journal
      *never wrote or a journaled employee the master has lost are
      *both exceptions.
       300-verify-master.
           move "n" to ws-sort-eof.
           perform 302-return-entry.
           perform 304-read-master.
           perform 310-verify-one-employee
             until ws-sort-eof = ws-end-reached.
           perform 340-master-without-journal
             until ws-master-eof = ws-end-reached.

      *Return the next sorted journal entry.
       302-return-entry.
           return sort-file
               at end
                   move ws-end-reached to ws-sort-eof
           end-return.

      *Read the next master record.
       304-read-master.
           read master-file next
               at end
                   move ws-end-reached to ws-master-eof
           end-read.

      *Replay one employee's journal entries, then check the master
      *record against the last of them.
       310-verify-one-employee.
           move srt-employee-id to ws-current-employee.
           move "N" to ws-prior-switch.
           add 1 to ws-employees-replayed.
           perform 320-replay-entry
             until ws-sort-eof = ws-end-reached or
             srt-employee-id not = ws-current-employee.
           perform 340-master-without-journal
             until ws-master-eof = ws-end-reached or
             mst-employee-id not < ws-current-employee.
           if ws-master-eof = ws-end-reached or
             mst-employee-id > ws-current-employee then
               move spaces to ws-exception-line
               move ws-current-employee to ws-exl-employee-id
               move "Master vs journal" to ws-exl-check
               move "Journaled employee is" to ws-exl-field
               move "missing from the master" to ws-exl-detail
               perform 390-write-exception
           else
               move ws-last-entry to journal-record
               perform 350-compare-master
               perform 360-check-province-split
               add 1 to ws-masters-checked
               perform 304-read-master
           end-if.

      *Replay one journal entry: a rewrite must start from the
      *after image the employee's previous entry left, and a
      *create must be the employee's first entry -- anything else
      *means the master was changed without the journal seeing it.
       320-replay-entry.
           move srt-journal-entry to journal-record.
           add 1 to ws-entries-replayed.
           if ws-prior-on-hand then
               if jrn-action = "R" and
                 jrn-before not = ws-prior-after then
                   move spaces to ws-exception-line
                   move ws-current-employee to ws-exl-employee-id
                   move "Journal chain" to ws-exl-check
                   move "Before image differs" to ws-exl-field
                   string "Run " jrn-run-id
                     delimited by size into ws-exl-detail
                   perform 390-write-exception
               end-if
               if jrn-action = "W" then
                   move spaces to ws-exception-line
                   move ws-current-employee to ws-exl-employee-id
                   move "Journal chain" to ws-exl-check
                   move "Record created again" to ws-exl-field
                   string "Run " jrn-run-id
                     delimited by size into ws-exl-detail
                   perform 390-write-exception
               end-if
           end-if.
           move jrn-after to ws-prior-after.
           move "Y" to ws-prior-switch.
           move srt-journal-entry to ws-last-entry.
           perform 302-return-entry.

      *A master record no journal entry ever wrote: list it, check
      *its province split all the same, and read the next.
       340-master-without-journal.
           move spaces to ws-exception-line.
           move mst-employee-id to ws-exl-employee-id.
           move "Master vs journal" to ws-exl-check.
           move "Master record has no" to ws-exl-field.
           move "journal entries" to ws-exl-detail.
           perform 390-write-exception.
           perform 360-check-province-split.
           add 1 to ws-masters-checked.
           perform 304-read-master.

      *Compare the master record field by field with the last
      *after image the journal holds for the employee.
       350-compare-master.
           move spaces to ws-exception-line.
           move mst-employee-id to ws-exl-employee-id.
           move "Master vs journal" to ws-exl-check.
           if mst-name not = jrn-name then
               move "Name" to ws-exl-field
               move mst-name to ws-exl-on-file
               move jrn-name to ws-exl-should-be
               perform 390-write-exception
           end-if.
           if mst-province-code not = jrn-province-code then
               move "Province" to ws-exl-field
               move mst-province-code to ws-exl-on-file
               move jrn-province-code to ws-exl-should-be
               perform 390-write-exception
           end-if.
           if mst-tax-year not = jrn-aft-tax-year then
               move "Tax year" to ws-exl-field
               move mst-tax-year to ws-exl-on-file
               move jrn-aft-tax-year to ws-exl-should-be
               perform 390-write-exception
           end-if.
           if mst-last-pay-period not = jrn-aft-last-period then
               move "Last pay period" to ws-exl-field
               move mst-last-pay-period to ws-exl-on-file
               move jrn-aft-last-period to ws-exl-should-be
               perform 390-write-exception
           end-if.
           if mst-ytd-gross not = jrn-aft-gross then
               move "YTD gross" to ws-exl-field
               move mst-ytd-gross to ws-cmp-on-file
               move jrn-aft-gross to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-federal-tax not = jrn-aft-federal-tax then
               move "YTD federal tax" to ws-exl-field
               move mst-ytd-federal-tax to ws-cmp-on-file
               move jrn-aft-federal-tax to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-provincial-tax not = jrn-aft-provincial-tax
             then
               move "YTD provincial tax" to ws-exl-field
               move mst-ytd-provincial-tax to ws-cmp-on-file
               move jrn-aft-provincial-tax to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-total-tax not = jrn-aft-total-tax then
               move "YTD total tax" to ws-exl-field
               move mst-ytd-total-tax to ws-cmp-on-file
               move jrn-aft-total-tax to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-cpp not = jrn-aft-cpp then
               move "YTD CPP" to ws-exl-field
               move mst-ytd-cpp to ws-cmp-on-file
               move jrn-aft-cpp to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-ei not = jrn-aft-ei then
               move "YTD EI" to ws-exl-field
               move mst-ytd-ei to ws-cmp-on-file
               move jrn-aft-ei to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-er-cpp not = jrn-aft-er-cpp then
               move "YTD employer CPP" to ws-exl-field
               move mst-ytd-er-cpp to ws-cmp-on-file
               move jrn-aft-er-cpp to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-er-ei not = jrn-aft-er-ei then
               move "YTD employer EI" to ws-exl-field
               move mst-ytd-er-ei to ws-cmp-on-file
               move jrn-aft-er-ei to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-addl-tax not = jrn-aft-addl-tax then
               move "YTD additional tax" to ws-exl-field
               move mst-ytd-addl-tax to ws-cmp-on-file
               move jrn-aft-addl-tax to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-garnish not = jrn-aft-garnish then
               move "YTD garnishment" to ws-exl-field
               move mst-ytd-garnish to ws-cmp-on-file
               move jrn-aft-garnish to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-qpp not = jrn-aft-qpp then
               move "YTD QPP" to ws-exl-field
               move mst-ytd-qpp to ws-cmp-on-file
               move jrn-aft-qpp to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-er-qpp not = jrn-aft-er-qpp then
               move "YTD employer QPP" to ws-exl-field
               move mst-ytd-er-qpp to ws-cmp-on-file
               move jrn-aft-er-qpp to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-qpip not = jrn-aft-qpip then
               move "YTD QPIP" to ws-exl-field
               move mst-ytd-qpip to ws-cmp-on-file
               move jrn-aft-qpip to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-ytd-er-qpip not = jrn-aft-er-qpip then
               move "YTD employer QPIP" to ws-exl-field
               move mst-ytd-er-qpip to ws-cmp-on-file
               move jrn-aft-er-qpip to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if mst-province-split not = jrn-aft-split-data then
               move "Province split" to ws-exl-field
               move "differs" to ws-exl-on-file
               perform 390-write-exception
           end-if.

      *Check that the master record's per-province split adds up
      *to its whole-year figures. A record with no split (posted
      *before the split existed) has nothing to add up.
       360-check-province-split.
           move spaces to ws-exception-line.
           move mst-employee-id to ws-exl-employee-id.
           move "Province split" to ws-exl-check.
           if mst-split-count > 3 then
               move "Split entry count" to ws-exl-field
               move mst-split-count to ws-exl-on-file
               move "1 to 3" to ws-exl-should-be
               perform 390-write-exception
           else
               if mst-split-count > zero then
                   perform 365-total-province-split
               end-if
           end-if.

      *Total the split entries in use and compare the totals with
      *the record's whole-year figures.
       365-total-province-split.
           move zero to ws-spt-gross ws-spt-federal-tax
             ws-spt-provincial-tax
             ws-spt-cpp ws-spt-ei ws-spt-er-cpp ws-spt-er-ei
             ws-spt-addl-tax.
           perform 367-add-split-entry
             varying ws-split-i from 1 by 1
             until ws-split-i > mst-split-count.
           if ws-spt-gross not = mst-ytd-gross then
               move "YTD gross" to ws-exl-field
               move mst-ytd-gross to ws-cmp-on-file
               move ws-spt-gross to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ws-spt-federal-tax not = mst-ytd-federal-tax then
               move "YTD federal tax" to ws-exl-field
               move mst-ytd-federal-tax to ws-cmp-on-file
               move ws-spt-federal-tax to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ws-spt-provincial-tax not = mst-ytd-provincial-tax then
               move "YTD provincial tax" to ws-exl-field
               move mst-ytd-provincial-tax to ws-cmp-on-file
               move ws-spt-provincial-tax to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ws-spt-cpp not = mst-ytd-cpp then
               move "YTD CPP" to ws-exl-field
               move mst-ytd-cpp to ws-cmp-on-file
               move ws-spt-cpp to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ws-spt-ei not = mst-ytd-ei then
               move "YTD EI" to ws-exl-field
               move mst-ytd-ei to ws-cmp-on-file
               move ws-spt-ei to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ws-spt-er-cpp not = mst-ytd-er-cpp then
               move "YTD employer CPP" to ws-exl-field
               move mst-ytd-er-cpp to ws-cmp-on-file
               move ws-spt-er-cpp to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ws-spt-er-ei not = mst-ytd-er-ei then
               move "YTD employer EI" to ws-exl-field
               move mst-ytd-er-ei to ws-cmp-on-file
               move ws-spt-er-ei to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ws-spt-addl-tax not = mst-ytd-addl-tax then
               move "YTD additional tax" to ws-exl-field
               move mst-ytd-addl-tax to ws-cmp-on-file
               move ws-spt-addl-tax to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.

      *Add one split entry into the split totals.
       367-add-split-entry.
           add mst-spl-gross(ws-split-i) to ws-spt-gross.
           add mst-spl-federal-tax(ws-split-i) to ws-spt-federal-tax.
           add mst-spl-provincial-tax(ws-split-i) to
             ws-spt-provincial-tax.
           add mst-spl-cpp(ws-split-i) to ws-spt-cpp.
           add mst-spl-ei(ws-split-i) to ws-spt-ei.
           add mst-spl-er-cpp(ws-split-i) to ws-spt-er-cpp.
           add mst-spl-er-ei(ws-split-i) to ws-spt-er-ei.
           add mst-spl-addl-tax(ws-split-i) to ws-spt-addl-tax.

      *Write one exception line and count it.
       390-write-exception.
           write verify-line from ws-exception-line after advancing
             ws-one line.
           add 1 to ws-exception-count.
           move spaces to ws-exl-field ws-exl-on-file
             ws-exl-should-be.

      *Edit the two figures of an amount mismatch into the
      *exception line and write it.
       392-write-amount-exception.
           move ws-cmp-on-file to ws-cmp-edited.
           move ws-cmp-edited to ws-exl-on-file.
           move ws-cmp-should-be to ws-cmp-edited.
           move ws-cmp-edited to ws-exl-should-be.
           perform 390-write-exception.

      *Check the statutory posting index against the journal, one
      *employee / tax year / pay period at a time, alongside the
      *index in key order: the index must hold, for every period
      *posted, the deltas of the latest posting the journal has
      *for it, and nothing for a period the journal never posted.
       500-verify-index.
           move "n" to ws-sort-eof.
           perform 302-return-entry.
           perform 504-read-index.
           perform 510-verify-one-period
             until ws-sort-eof = ws-end-reached.
           perform 540-index-without-journal
             until ws-index-eof = ws-end-reached.

      *Read the next index record.
       504-read-index.
           read statutory-index next
               at end
                   move ws-end-reached to ws-index-eof
               not at end
                   add 1 to ws-index-records-read
           end-read.

      *Take one period's journal entries, the latest last, and
      *check the index record for the period against it.
       510-verify-one-period.
           move srt-key to ws-period-key.
           perform 520-take-period-entry
             until ws-sort-eof = ws-end-reached or
             srt-key not = ws-period-key.
           move ws-last-entry to journal-record.
           perform 525-compute-posted-deltas.
           add 1 to ws-periods-checked.
           perform 540-index-without-journal
             until ws-index-eof = ws-end-reached or
             ndx-key not < ws-period-key.
           move ws-pk-tax-year to ws-pdt-tax-year.
           move ws-pk-pay-period to ws-pdt-pay-period.
           move spaces to ws-exception-line.
           move ws-pk-employee-id to ws-exl-employee-id.
           move "Statutory index" to ws-exl-check.
           move ws-period-detail to ws-exl-detail.
           if ws-index-eof = ws-end-reached or
             ndx-key > ws-period-key then
               move "No index record" to ws-exl-field
               perform 390-write-exception
           else
               perform 530-compare-index
               perform 504-read-index
           end-if.

      *Keep one journal entry of the period as its latest so far.
       520-take-period-entry.
           move srt-journal-entry to ws-last-entry.
           perform 302-return-entry.

      *Work out the statutory deltas the latest posting moved the
      *master by -- its whole after image when it opened a new tax
      *year on the record.
       525-compute-posted-deltas.
           if jrn-bef-tax-year = jrn-aft-tax-year then
               compute ws-jrn-cpp-delta = jrn-aft-cpp - jrn-bef-cpp
               compute ws-jrn-ei-delta = jrn-aft-ei - jrn-bef-ei
               compute ws-jrn-addl-tax-delta = jrn-aft-addl-tax -
                 jrn-bef-addl-tax
               compute ws-jrn-garnish-delta = jrn-aft-garnish -
                 jrn-bef-garnish
               compute ws-jrn-qpp-delta = jrn-aft-qpp - jrn-bef-qpp
               compute ws-jrn-qpip-delta = jrn-aft-qpip -
                 jrn-bef-qpip
           else
               move jrn-aft-cpp to ws-jrn-cpp-delta
               move jrn-aft-ei to ws-jrn-ei-delta
               move jrn-aft-addl-tax to ws-jrn-addl-tax-delta
               move jrn-aft-garnish to ws-jrn-garnish-delta
               move jrn-aft-qpp to ws-jrn-qpp-delta
               move jrn-aft-qpip to ws-jrn-qpip-delta
           end-if.

      *Compare the period's index record with the journal's
      *latest deltas.
       530-compare-index.
           if ndx-posted-cpp not = ws-jrn-cpp-delta then
               move "Posted CPP" to ws-exl-field
               move ndx-posted-cpp to ws-cmp-on-file
               move ws-jrn-cpp-delta to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ndx-posted-ei not = ws-jrn-ei-delta then
               move "Posted EI" to ws-exl-field
               move ndx-posted-ei to ws-cmp-on-file
               move ws-jrn-ei-delta to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ndx-posted-addl-tax not = ws-jrn-addl-tax-delta then
               move "Posted additional tax" to ws-exl-field
               move ndx-posted-addl-tax to ws-cmp-on-file
               move ws-jrn-addl-tax-delta to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ndx-posted-garnish not = ws-jrn-garnish-delta then
               move "Posted garnishment" to ws-exl-field
               move ndx-posted-garnish to ws-cmp-on-file
               move ws-jrn-garnish-delta to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ndx-posted-qpp not = ws-jrn-qpp-delta then
               move "Posted QPP" to ws-exl-field
               move ndx-posted-qpp to ws-cmp-on-file
               move ws-jrn-qpp-delta to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.
           if ndx-posted-qpip not = ws-jrn-qpip-delta then
               move "Posted QPIP" to ws-exl-field
               move ndx-posted-qpip to ws-cmp-on-file
               move ws-jrn-qpip-delta to ws-cmp-should-be
               perform 392-write-amount-exception
           end-if.

      *An index record for a period the journal never posted: list
      *it and read the next.
       540-index-without-journal.
           move ndx-tax-year to ws-pdt-tax-year.
           move ndx-pay-period to ws-pdt-pay-period.
           move spaces to ws-exception-line.
           move ndx-employee-id to ws-exl-employee-id.
           move "Statutory index" to ws-exl-check.
           move "No journal posting" to ws-exl-field.
           move ws-period-detail to ws-exl-detail.
           perform 390-write-exception.
           perform 504-read-index.

      *Close the report with what was checked and how many
      *exceptions were found.
       290-print-totals.
           if ws-exception-count = zero then
               move "  No exceptions - master file and index agree"
                 to verify-line
               write verify-line after advancing ws-one line
           end-if.
           move "Journal entries replayed" to ws-vcl-caption.
           move ws-entries-replayed to ws-vcl-count.
           write verify-line from ws-verify-count-line after
             advancing ws-two lines.
           move "Master records checked" to ws-vcl-caption.
           move ws-masters-checked to ws-vcl-count.
           write verify-line from ws-verify-count-line after
             advancing ws-one line.
           move "Index periods checked" to ws-vcl-caption.
           move ws-periods-checked to ws-vcl-count.
           write verify-line from ws-verify-count-line after
             advancing ws-one line.
           move "Exceptions" to ws-vcl-caption.
           move ws-exception-count to ws-vcl-count.
           write verify-line from ws-verify-count-line after
             advancing ws-one line.

      *Close files.
       600-close-files.
           if ws-index-file-not-found then
               close master-file,
                 verify-print
           else
               close master-file,
                 statutory-index,
                 verify-print
           end-if.

      *Reconciliation display for the operator.
       700-print-verify-report.
           display "MstVerify reconciliation".
           display "  journal entries read.. " ws-entries-read.
           display "  employees replayed.... " ws-employees-replayed.
           display "  master records checked " ws-masters-checked.
           display "  index records read.... " ws-index-records-read.
           display "  index periods checked. " ws-periods-checked.
           display "  exceptions............ " ws-exception-count.
           if ws-exception-count not = zero then
               display "  master file needs attention - see VFYPRT"
           end-if.

       end program MstVerify.
