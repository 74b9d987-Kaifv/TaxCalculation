      *YTD gross), an electronic T4 slip file for the CRA filing,
      *an employer remittance summary totalled by province, and a
      *control page reconciling the sum of all statements and
      *slips against the master file totals. Employees who worked
      *in Quebec also get an RL-1 slip on a Revenu Quebec slip
      *file of their own, and every province that charged an
      *employer payroll levy during the year gets an annual levy
      *return worksheet to file from. Each closed record is
      *also archived to a history file, so the first pay-period
      *run of the new year (which resets the YTD fields in place)
      *no longer destroys the only copy of last year's figures,
                assign to T4FILE
                organization is line sequential.

      *The electronic RL-1 slip file for the Revenu Quebec filing,
      *kept next to the T4 file and built the same way: one slip
      *per employee with Quebec employment or QPP/QPIP on file,
      *then an employer summary record.
            select rl1-file
                assign to RL1FILE
                organization is line sequential.

      *The employer payroll levy file the pay-period run keeps, one
      *record per province and tax year, read here for the closing
      *year's records only.
            select levy-file
                assign to LVYFILE
                organization is indexed
                access mode is dynamic
                record key is lvy-key
                file status is ws-levy-status.

      *The annual levy return worksheet print file: one worksheet
      *per province that charged a levy during the closing year.
            select levy-print
                assign to LVYPRT
                organization is line sequential.

      *The audit journal the pay-period run has been appending to
      *all year, split here at year end: entries for the closing
      *year move to the history journal, the rest are kept, so the
       data division.
       file section.
       fd master-file
           record contains 363 characters
           data record is master-record.

       copy "mstrec.cpy".
       01 statement-line pic x(132).

       fd history-file
           record contains 363 characters
           data record is history-record.

      *Archived image of one closed master record, byte for byte
      *the master-record layout.
       01 history-record pic x(363).

       fd slip-file
           record contains 100 characters
           data record is slip-record.

      *One record of the electronic slip file: a record type byte,
         05 slp-record-type pic x(1).
           88 slp-slip-record value "S".
           88 slp-summary-record value "E".
         05 slp-record-data pic x(99).

      *Slip view of slip-record.
       01 slip-detail redefines slip-record.
         05 slp-provincial pic s9(7)v99.
         05 slp-cpp pic s9(6)v99.
         05 slp-ei pic s9(6)v99.
      *  Box 17 QPP contributions and box 55 PPIP premiums, zero
      *  for anyone never employed in Quebec.
         05 slp-qpp pic s9(6)v99.
         05 slp-ppip pic s9(6)v99.
         05 filler pic x(9).

      *Employer summary view of slip-record.
       01 slip-summary redefines slip-record.
         05 sls-provincial-total pic s9(9)v99.
         05 sls-cpp-total pic s9(9)v99.
         05 sls-ei-total pic s9(9)v99.
         05 sls-qpp-total pic s9(9)v99.
         05 sls-ppip-total pic s9(9)v99.
         05 filler pic x(15).

       fd rl1-file
           record contains 100 characters
           data record is rl1-record.

      *One record of the RL-1 slip file, laid out like the T4 file:
      *slip records ("S") first, the employer summary ("E") last.
      *Box A employment income, box B QPP contributions, box C EI
      *premiums, box E Quebec income tax withheld, box H QPIP
      *premiums.
       01 rl1-record.
         05 rl1-record-type pic x(1).
           88 rl1-slip-record value "S".
           88 rl1-summary-record value "E".
         05 rl1-record-data pic x(99).

      *Slip view of rl1-record.
       01 rl1-detail redefines rl1-record.
         05 filler pic x(1).
         05 rl1-employee-id pic x(9).
         05 rl1-name pic x(20).
         05 rl1-box-a pic s9(7)v99.
         05 rl1-box-b pic s9(6)v99.
         05 rl1-box-c pic s9(6)v99.
         05 rl1-box-e pic s9(7)v99.
         05 rl1-box-h pic s9(6)v99.
         05 filler pic x(28).

      *Employer summary view of rl1-record.
       01 rl1-summary redefines rl1-record.
         05 filler pic x(1).
         05 rls-slip-count pic 9(7).
         05 rls-box-a-total pic s9(9)v99.
         05 rls-box-b-total pic s9(9)v99.
         05 rls-box-c-total pic s9(9)v99.
         05 rls-box-e-total pic s9(9)v99.
         05 rls-box-h-total pic s9(9)v99.
         05 filler pic x(37).

       fd levy-file
           record contains 80 characters
           data record is levy-record.

       copy "lvyrec.cpy".

       fd levy-print
           record contains 132 characters
           data record is levy-line.

       01 levy-line pic x(132).

       fd journal-file
           record contains 725 characters
           data record is jrn-input-record.

      *Raw journal entry buffer; entries are read INTO the
      *journal-record layout in working storage, so the same bytes
      *serve reading the live journal and writing it back.
       01 jrn-input-record pic x(725).

       fd history-journal
           record contains 725 characters
           data record is histjrn-record.

       01 histjrn-record pic x(725).

       fd journal-work
           record contains 725 characters
           data record is jrnwork-record.

       01 jrnwork-record pic x(725).

       working-storage section.

         88 ws-history-ok value "00".
         88 ws-history-file-not-found value "35".

      *  File status for the payroll levy file (a missing one just
      *  means no province has ever charged a levy).
       01 ws-levy-status pic x(2).
         88 ws-levy-ok value "00".
         88 ws-levy-file-not-found value "35".

      *  Annual levy return worksheet lines: a heading per province,
      *  one captioned amount per line, and the rate as a percent.
       01 ws-levy-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(46) value
           "Employer health tax / payroll levy worksheet".
         05 filler pic x(10) value "Province: ".
         05 ws-lvh-province pic x(2).
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "Tax year: ".
         05 ws-lvh-tax-year pic 9(4).
         05 filler pic x(56) value spaces.

       01 ws-levy-amount-line.
         05 filler pic x(4) value spaces.
         05 ws-lva-caption pic x(34).
         05 ws-lva-amount pic $$$,$$$,$$9.99-.
         05 filler pic x(79) value spaces.

       01 ws-levy-rate-line.
         05 filler pic x(4) value spaces.
         05 filler pic x(34) value "Rate applied".
         05 ws-lvr-rate pic zz9.999.
         05 filler pic x(1) value "%".
         05 filler pic x(2) value spaces.
         05 ws-lvr-basis pic x(30).
         05 filler pic x(54) value spaces.

      *  Working fields for one worksheet and the totals line.
       01 ws-levy-work.
         05 ws-lvy-eof pic x(1).
         05 ws-lvy-percent pic 9(3)v999.
         05 ws-lvy-annual-levy pic s9(8)v99.
         05 ws-lvy-balance pic s9(8)v99.
         05 ws-lvy-province-count pic 9(3) value zero.
         05 ws-lvy-levy-total pic s9(9)v99 value zero.
         05 ws-lvy-posted-total pic s9(9)v99 value zero.

      *  File status for the audit journal being split (a missing
      *  journal means there is nothing to archive -- a first-year
      *  site -- and the split is simply skipped).
         05 ws-jrn-entries-archived pic 9(7) value zero.
         05 ws-jrn-entries-retained pic 9(7) value zero.
         05 ws-mst-gross-total pic s9(9)v99 value zero.
         05 ws-mst-qpp-total pic s9(9)v99 value zero.
         05 ws-mst-qpip-total pic s9(9)v99 value zero.

      *  What went onto the electronic slip file, accumulated off
      *  the slip records themselves -- independently of the master
         05 ws-slip-provincial-total pic s9(9)v99 value zero.
         05 ws-slip-cpp-total pic s9(9)v99 value zero.
         05 ws-slip-ei-total pic s9(9)v99 value zero.
         05 ws-slip-qpp-total pic s9(9)v99 value zero.
         05 ws-slip-ppip-total pic s9(9)v99 value zero.

      *  What went onto the RL-1 slip file, accumulated the same way
      *  off the slips themselves, plus the QPP and QPIP owed to
      *  Revenu Quebec (employee and employer portions together, as
      *  they are remitted).
       01 ws-rl1-totals.
         05 ws-rl1-count pic 9(7) value zero.
         05 ws-rl1-box-a-total pic s9(9)v99 value zero.
         05 ws-rl1-box-b-total pic s9(9)v99 value zero.
         05 ws-rl1-box-c-total pic s9(9)v99 value zero.
         05 ws-rl1-box-e-total pic s9(9)v99 value zero.
         05 ws-rl1-box-h-total pic s9(9)v99 value zero.
         05 ws-rq-qpp-remit pic s9(9)v99 value zero.
         05 ws-rq-qpip-remit pic s9(9)v99 value zero.

      *  One employee's Quebec figures, gathered from the split
      *  entry for Quebec (or the whole record, for a record posted
      *  before the split existed) before the RL-1 slip is built.
       01 ws-rl1-work.
         05 ws-rlw-quebec-found pic x.
         05 ws-rlw-gross pic s9(7)v99.
         05 ws-rlw-ei pic s9(6)v99.
         05 ws-rlw-tax pic s9(7)v99.

      *  End of file flags for the master and for the two journal
      *  passes of the year-end split.
       77 ws-end-reached pic x value "y".
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.
       77 ws-quebec-code pic x(2) value "QC".
      *The tax year being closed. Defaults to this year but the
      *TAXYEAR environment variable overrides it, the same way the
      *pay-period run picks its year. Master records carrying any
             until ws-eof = ws-end-reached.
           perform 200-print-remittance-summary.
           perform 208-write-slip-summary.
           perform 209-write-rl1-summary.
           perform 215-archive-journal.
           perform 230-print-levy-worksheets.
           perform 210-print-control-page.
           perform 300-close-files.
           stop run.
           end-if.
           open output statement-file.
           open output slip-file.
           open output rl1-file.
           open extend history-file.
           if ws-history-file-not-found then
               open output history-file
               add mst-ytd-provincial-tax to
                 ws-mst-provincial-total
               add mst-ytd-total-tax to ws-mst-total-total
               add mst-ytd-qpp to ws-mst-qpp-total
               add mst-ytd-qpip to ws-mst-qpip-total
               perform 110-print-statement
               perform 115-write-slip-record
               perform 117-write-rl1-record
               perform 120-accumulate-remittance
               perform 130-archive-master-record
           else
           move mst-ytd-ei to ws-sta-amount.
           write statement-line from ws-stmt-amount-line after
             advancing ws-one line.
           if mst-ytd-qpp not = zero then
               move "QPP contributions" to ws-sta-caption
               move mst-ytd-qpp to ws-sta-amount
               write statement-line from ws-stmt-amount-line after
                 advancing ws-one line
           end-if.
           if mst-ytd-qpip not = zero then
               move "QPIP premiums" to ws-sta-caption
               move mst-ytd-qpip to ws-sta-amount
               write statement-line from ws-stmt-amount-line after
                 advancing ws-one line
           end-if.

      *Write one employee's electronic slip record and count its
      *figures into the slip totals the employer summary record
           move mst-ytd-provincial-tax to slp-provincial.
           move mst-ytd-cpp to slp-cpp.
           move mst-ytd-ei to slp-ei.
           move mst-ytd-qpp to slp-qpp.
           move mst-ytd-qpip to slp-ppip.
           write slip-record.
           add 1 to ws-slip-count.
           add mst-ytd-gross to ws-slip-gross-total.
             ws-slip-provincial-total.
           add mst-ytd-cpp to ws-slip-cpp-total.
           add mst-ytd-ei to ws-slip-ei-total.
           add mst-ytd-qpp to ws-slip-qpp-total.
           add mst-ytd-qpip to ws-slip-ppip-total.

      *Write one employee's RL-1 slip when any of the year was
      *worked in Quebec: a Quebec entry in the master's
      *per-province split (or, for a record posted before the
      *split existed, Quebec as the province last posted), or any
      *QPP or QPIP on file. Box A employment income and the Quebec
      *EI and income tax come from that split entry, so an employee
      *who moved into or out of Quebec reports only what was earned
      *there.
      *The QPP and QPIP owed to Revenu Quebec are totalled here
      *too, for the remittance summary.
       117-write-rl1-record.
           move "N" to ws-rlw-quebec-found.
           move zero to ws-rlw-gross.
           move zero to ws-rlw-ei.
           move zero to ws-rlw-tax.
           if mst-split-count = zero then
               if mst-province-code = ws-quebec-code then
                   move "Y" to ws-rlw-quebec-found
                   move mst-ytd-gross to ws-rlw-gross
                   move mst-ytd-ei to ws-rlw-ei
                   move mst-ytd-provincial-tax to ws-rlw-tax
               end-if
           else
               perform 118-take-quebec-split-entry
                 varying ws-split-i from 1 by 1
                 until ws-split-i > mst-split-count
           end-if.
           compute ws-rq-qpp-remit = ws-rq-qpp-remit + mst-ytd-qpp +
             mst-ytd-er-qpp.
           compute ws-rq-qpip-remit = ws-rq-qpip-remit +
             mst-ytd-qpip + mst-ytd-er-qpip.
           if ws-rlw-quebec-found = "Y" or mst-ytd-qpp not = zero
             or mst-ytd-qpip not = zero then
               move spaces to rl1-record
               move "S" to rl1-record-type
               move mst-employee-id to rl1-employee-id
               move mst-name to rl1-name
               move ws-rlw-gross to rl1-box-a
               move mst-ytd-qpp to rl1-box-b
               move ws-rlw-ei to rl1-box-c
               move ws-rlw-tax to rl1-box-e
               move mst-ytd-qpip to rl1-box-h
               write rl1-record
               add 1 to ws-rl1-count
               add ws-rlw-gross to ws-rl1-box-a-total
               add mst-ytd-qpp to ws-rl1-box-b-total
               add ws-rlw-ei to ws-rl1-box-c-total
               add ws-rlw-tax to ws-rl1-box-e-total
               add mst-ytd-qpip to ws-rl1-box-h-total
           end-if.

      *Take the Quebec figures from one split entry, if it is
      *Quebec's.
       118-take-quebec-split-entry.
           if mst-spl-province(ws-split-i) = ws-quebec-code then
               move "Y" to ws-rlw-quebec-found
               move mst-spl-gross(ws-split-i) to ws-rlw-gross
               move mst-spl-ei(ws-split-i) to ws-rlw-ei
               move mst-spl-provincial-tax(ws-split-i) to ws-rlw-tax
           end-if.

      *Close the slip file with the employer summary record: the
      *slip count and the totals of every slip written, so the
           move ws-slip-provincial-total to sls-provincial-total.
           move ws-slip-cpp-total to sls-cpp-total.
           move ws-slip-ei-total to sls-ei-total.
           move ws-slip-qpp-total to sls-qpp-total.
           move ws-slip-ppip-total to sls-ppip-total.
           write slip-record.

      *Close the RL-1 file with its employer summary record, the
      *same way the T4 file closes.
       209-write-rl1-summary.
           move spaces to rl1-record.
           move "E" to rl1-record-type.
           move ws-rl1-count to rls-slip-count.
           move ws-rl1-box-a-total to rls-box-a-total.
           move ws-rl1-box-b-total to rls-box-b-total.
           move ws-rl1-box-c-total to rls-box-c-total.
           move ws-rl1-box-e-total to rls-box-e-total.
           move ws-rl1-box-h-total to rls-box-h-total.
           write rl1-record.

      *Add this employee's figures to the remittance totals of each
      *province they were actually taxed in, from the master's
      *per-province split -- a mid-year transfer charges each
           perform 205-print-remittance-line
             varying ws-remit-i from 1 by 1
             until ws-remit-i > ws-remit-count.
      *    QPP and QPIP are remitted to Revenu Quebec, not the CRA,
      *    so they stand on their own lines below the provinces.
           if ws-rq-qpp-remit not = zero or
             ws-rq-qpip-remit not = zero then
               move "Revenu Quebec QPP remittance" to ws-ctl-caption
               move ws-rq-qpp-remit to ws-ctl-amount
               write statement-line from ws-control-line after
                 advancing ws-one line
               move "Revenu Quebec QPIP remittance" to
                 ws-ctl-caption
               move ws-rq-qpip-remit to ws-ctl-amount
               write statement-line from ws-control-line after
                 advancing ws-one line
           end-if.

      *Print one province's remittance line.
       205-print-remittance-line.
           write jrn-input-record from journal-record.
           perform 219-read-work-entry.

      *Print the annual levy return worksheet for every province
      *that charged a payroll levy in the closing year, positioning
      *on the year's first levy record and reading on until the
      *year changes. No levy file on record just means no province
      *ever charged one, and the worksheet file says so.
       230-print-levy-worksheets.
           open output levy-print.
           move "n" to ws-lvy-eof.
           open input levy-file.
           if ws-levy-file-not-found then
               move "y" to ws-lvy-eof
           else
               move ws-tax-year to lvy-tax-year
               move low-values to lvy-province
               start levy-file key is not less than lvy-key
                   invalid key
                       move "y" to ws-lvy-eof
               end-start
               if ws-lvy-eof = "n" then
                   perform 232-read-levy-record
                   perform 234-print-one-worksheet
                     until ws-lvy-eof = "y"
               end-if
               close levy-file
           end-if.
           if ws-lvy-province-count = zero then
               move spaces to levy-line
               move "  No payroll levy charged for the year" to
                 levy-line
               write levy-line after advancing ws-one line
           else
               move "Total levy for the year" to ws-lva-caption
               move ws-lvy-levy-total to ws-lva-amount
               write levy-line from ws-levy-amount-line after
                 advancing ws-two lines
               move "Total levy posted" to ws-lva-caption
               move ws-lvy-posted-total to ws-lva-amount
               write levy-line from ws-levy-amount-line after
                 advancing ws-one line
           end-if.
           close levy-print.

      *Read the next levy record, stopping at the end of the
      *closing year's records.
       232-read-levy-record.
           read levy-file next
               at end
                   move "y" to ws-lvy-eof
               not at end
                   if lvy-tax-year not = ws-tax-year then
                       move "y" to ws-lvy-eof
                   end-if
           end-read.

      *Print one province's worksheet: the year's total payroll,
      *the annual exemption, the payroll the levy is charged on,
      *the tier rate, the levy for the year worked from those
      *figures, what the pay-period runs posted, and the balance
      *still owing (or over-posted) on filing.
       234-print-one-worksheet.
           add 1 to ws-lvy-province-count.
           move lvy-province to ws-lvh-province.
           move lvy-tax-year to ws-lvh-tax-year.
           write levy-line from ws-levy-heading after advancing
             ws-two lines.
           move "Total remuneration (payroll)" to ws-lva-caption.
           move lvy-ytd-payroll to ws-lva-amount.
           write levy-line from ws-levy-amount-line after
             advancing ws-one line.
           move "Annual exemption" to ws-lva-caption.
           move lvy-exemption to ws-lva-amount.
           write levy-line from ws-levy-amount-line after
             advancing ws-one line.
           move "Remuneration subject to levy" to ws-lva-caption.
           move lvy-subject-payroll to ws-lva-amount.
           write levy-line from ws-levy-amount-line after
             advancing ws-one line.
           compute ws-lvy-percent = lvy-rate-applied * 100.
           move ws-lvy-percent to ws-lvr-rate.
           if lvy-basis-whole then
               move "on total remuneration" to ws-lvr-basis
           else
               move "on remuneration over exemption" to ws-lvr-basis
           end-if.
           write levy-line from ws-levy-rate-line after
             advancing ws-one line.
           compute ws-lvy-annual-levy rounded = lvy-subject-payroll *
             lvy-rate-applied.
           move "Levy for the year" to ws-lva-caption.
           move ws-lvy-annual-levy to ws-lva-amount.
           write levy-line from ws-levy-amount-line after
             advancing ws-one line.
           move "Levy posted by pay-period runs" to ws-lva-caption.
           move lvy-ytd-levy to ws-lva-amount.
           write levy-line from ws-levy-amount-line after
             advancing ws-one line.
           compute ws-lvy-balance = ws-lvy-annual-levy -
             lvy-ytd-levy.
           move "Balance owing (over-posted)" to ws-lva-caption.
           move ws-lvy-balance to ws-lva-amount.
           write levy-line from ws-levy-amount-line after
             advancing ws-one line.
           add ws-lvy-annual-levy to ws-lvy-levy-total.
           add lvy-ytd-levy to ws-lvy-posted-total.
           perform 232-read-levy-record.

      *Print the control page: statement totals on one side, master
      *file totals on the other, and whether the two agree. The
      *master totals are accumulated straight off every record read
             ws-one line.
           move "Master gross total" to ws-ctl-caption.
           move ws-mst-gross-total to ws-ctl-amount.
           write statement-line from ws-control-line after advancing
             ws-one line.
           move "Slip QPP (Box 17) total" to ws-ctl-caption.
           move ws-slip-qpp-total to ws-ctl-amount.
           write statement-line from ws-control-line after advancing
             ws-one line.
           move "Master QPP total" to ws-ctl-caption.
           move ws-mst-qpp-total to ws-ctl-amount.
           write statement-line from ws-control-line after advancing
             ws-one line.
           move "Levy worksheets printed" to ws-ctc-caption.
           move ws-lvy-province-count to ws-ctc-count.
           write statement-line from ws-control-count-line after
             advancing ws-one line.
           move "RL-1 slips written" to ws-ctc-caption.
           move ws-rl1-count to ws-ctc-count.
           write statement-line from ws-control-count-line after
             advancing ws-one line.
           move "RL-1 QPP (Box B) total" to ws-ctl-caption.
           move ws-rl1-box-b-total to ws-ctl-amount.
           write statement-line from ws-control-line after advancing
             ws-one line.
           move "RL-1 QPIP (Box H) total" to ws-ctl-caption.
           move ws-rl1-box-h-total to ws-ctl-amount.
           write statement-line from ws-control-line after advancing
             ws-one line.
           move "Master QPIP total" to ws-ctl-caption.
           move ws-mst-qpip-total to ws-ctl-amount.
           write statement-line from ws-control-line after advancing
             ws-one line.
           if ws-stmt-federal-total = ws-mst-federal-total and
             ws-slip-gross-total = ws-mst-gross-total and
             ws-slip-federal-total = ws-mst-federal-total and
             ws-slip-provincial-total = ws-mst-provincial-total
             and ws-slip-qpp-total = ws-mst-qpp-total and
             ws-slip-ppip-total = ws-mst-qpip-total and
             ws-rl1-box-b-total = ws-mst-qpp-total and
             ws-rl1-box-h-total = ws-mst-qpip-total then
               move "Statements and slips balance to master" to
                 ws-bal-message
           else
           close master-file,
             statement-file,
             slip-file,
             rl1-file,
             history-file.

       end program YearEnd.
