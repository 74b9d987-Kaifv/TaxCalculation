       identification division.
       program-id. BankRtn.
       author. Kaifkhan Vakil.
       date-written. 15th Oct 2026.
      *Program Description:
      *This program processes the returns file the bank sends back
      *when it cannot apply a credit from the direct-deposit payment
      *file (DEPFILE) -- a closed account, a wrong transit and so
      *on. Each return is matched to the original credit on the
      *deposit file by employee-id, amount and value date. A matched
      *return is listed for a replacement cheque in the same layout
      *as the pay-period run's pay-by-cheque exception listing, the
      *bank credit is reversed on a GL posting file, and the
      *employee's banking details on the reference master (EMPFILE)
      *are flagged invalid, so the next pay-period run pays the
      *employee by cheque instead of sending the money back to the
      *same account. A return that matches no credit is refused to
      *an exception listing and changes nothing. Every credit a
      *return is matched to goes on a returned-credit log under the
      *deposit file's batch number, and the credits already on the
      *log are taken as returned when the next run starts. A
      *returns file run a second time is so refused return by
      *return, while a later returns file for the same deposit
      *file -- the bank sends them over several days -- still has
      *its new returns processed.
       environment division.
       input-output section.
       file-control.
      *The bank's returns file: one record per credit the bank
      *could not apply.
            select returns-file
                assign to RTNFILE
                organization is line sequential
                file status is ws-returns-status.

      *The direct-deposit payment file the pay-period run sent the
      *bank, read for the original credits the returns match to.
            select deposit-file
                assign to DEPFILE
                organization is line sequential
                file status is ws-deposit-status.

      *The employee reference master, opened for update so a
      *returned employee's banking details can be flagged invalid.
            select employee-file
                assign to EMPFILE
                organization is indexed
                access mode is dynamic
                record key is emp-employee-id
                file status is ws-employee-status.

      *Replacement cheque listing: one line per matched return, in
      *the pay-by-cheque exception listing's layout, so payroll
      *cuts the cheques from it the same way.
            select cheque-file
                assign to RTNCHQ
                organization is line sequential.

      *Returns that could not be matched to a credit, with the
      *reason, for payroll to take up with the bank.
            select reject-file
                assign to RTNREJ
                organization is line sequential.

      *The GL reversal of the returned bank credits, in the same
      *fixed format as the pay-period run's posting interface.
            select gl-file
                assign to RTNGL
                organization is line sequential.

      *One record per deposit credit a return has been matched to,
      *added to by every run, so no credit is reversed twice.
            select returned-credit-file
                assign to RTNLOG
                organization is line sequential
                file status is ws-rtnlog-status.

       data division.
       file section.
       fd returns-file
           record contains 60 characters
           data record is return-record.

      *One returned credit as the bank sends it back: the credit's
      *own employee-id, banking details, amount and value date, and
      *the bank's return reason code and description.
       01 return-record.
         05 rtn-employee-id pic x(9).
         05 rtn-institution pic 9(3).
         05 rtn-transit pic 9(5).
         05 rtn-account pic x(12).
         05 rtn-amount pic 9(7)v99.
         05 rtn-value-date pic 9(8).
         05 rtn-reason-code pic x(2).
         05 rtn-reason-text pic x(12).

       fd deposit-file
           record contains 60 characters
           data record is deposit-record.

      *One record of the bank payment file: a record type byte, then
      *the data -- credit records ("C") and the batch total record
      *("T") the pay-period run writes last.
       01 deposit-record.
         05 dep-record-type pic x(1).
           88 dep-credit-record value "C".
           88 dep-total-record value "T".
         05 dep-record-data pic x(59).

      *Credit view of deposit-record.
       01 deposit-credit redefines deposit-record.
         05 filler pic x(1).
         05 dpc-employee-id pic x(9).
         05 dpc-institution pic 9(3).
         05 dpc-transit pic 9(5).
         05 dpc-account pic x(12).
         05 dpc-amount pic 9(7)v99.
         05 dpc-value-date pic 9(8).
         05 filler pic x(13).

      *Batch total view of deposit-record.
       01 deposit-total redefines deposit-record.
         05 filler pic x(1).
         05 dpt-credit-count pic 9(7).
         05 dpt-credit-total pic 9(9)v99.
         05 dpt-batch-number pic 9(6).
         05 filler pic x(35).

       fd employee-file
           record contains 96 characters
           data record is employee-record.

       copy "emprec.cpy".

       fd cheque-file
           record contains 80 characters
           data record is cheque-line.

      *One line per returned payment to be reissued by cheque: who,
      *how much, and why.
       01 cheque-line.
         05 filler pic x(2).
         05 chq-employee-id pic x(9).
         05 filler pic x(2).
         05 chq-name pic x(20).
         05 filler pic x(2).
         05 chq-net-pay pic z,zzz,zz9.99.
         05 filler pic x(2).
         05 chq-reason pic x(30).
         05 filler pic x(1).

       fd reject-file
           record contains 80 characters
           data record is reject-line.

      *One line per return refused, laid out like the cheque
      *listing so the two read side by side.
       01 reject-line.
         05 filler pic x(2).
         05 rej-employee-id pic x(9).
         05 filler pic x(2).
         05 rej-value-date pic x(8).
         05 filler pic x(2).
         05 rej-amount pic x(9).
         05 filler pic x(2).
         05 rej-reason pic x(35).
         05 filler pic x(11).

       fd gl-file
           record contains 42 characters
           data record is gl-posting-record.

      *One ledger posting: account, cost centre, debit or credit,
      *amount, the run date and the batch reference -- the layout
      *the ledger system already imports from the pay-period run.
       01 gl-posting-record.
         05 gl-account pic 9(8).
         05 gl-cost-centre pic x(6).
         05 gl-dr-cr pic x(1).
         05 gl-amount pic 9(9)v99.
         05 gl-run-date pic 9(8).
         05 gl-batch-reference pic x(8).

       fd returned-credit-file
           record contains 60 characters
           data record is returned-credit-record.

      *One returned credit: the deposit file's batch number, the
      *credit as it was on the deposit file, and the date of the
      *run that reversed it.
       01 returned-credit-record.
         05 rcl-batch-number pic 9(6).
         05 rcl-employee-id pic x(9).
         05 rcl-institution pic 9(3).
         05 rcl-transit pic 9(5).
         05 rcl-account pic x(12).
         05 rcl-amount pic 9(7)v99.
         05 rcl-value-date pic 9(8).
         05 rcl-run-date pic 9(8).

       working-storage section.

      *  File status for deposit-file, checked when opening (without
      *  the deposit file there is nothing to match returns to).
       01 ws-deposit-status pic x(2).
         88 ws-deposit-ok value "00".
         88 ws-deposit-file-not-found value "35".

      *  File status for returns-file, checked when opening.
       01 ws-returns-status pic x(2).
         88 ws-returns-ok value "00".
         88 ws-returns-file-not-found value "35".

      *  File status for employee-file, checked when opening and
      *  after every keyed read against it.
       01 ws-employee-status pic x(2).
         88 ws-employee-ok value "00".
         88 ws-employee-not-found value "23".
         88 ws-employee-file-not-found value "35".

      *  File status for returned-credit-file, checked when opening
      *  (to tell "no credit has ever been returned" from a real
      *  I/O error).
       01 ws-rtnlog-status pic x(2).
         88 ws-rtnlog-ok value "00".
         88 ws-rtnlog-file-not-found value "35".

      *  The deposit file's batch number, from its total record.
       01 ws-deposit-batch.
         05 ws-deposit-batch-number pic 9(6) value zero.

      *  The deposit file's credits, loaded once at start-up so each
      *  return can be matched with a search instead of a reread of
      *  the file, down to the banking details the credit was made
      *  to. ws-crd-matched marks a credit already claimed by a
      *  return, on this file or on the returned-credit log, so the
      *  same credit is never reversed twice; ws-crd-logged marks
      *  one already on the log.
       01 ws-credit-table.
         05 ws-credit-count pic 9(5) value zero.
         05 ws-credit-entry occurs 5000 times
             indexed by ws-crd-idx.
           10 ws-crd-employee-id pic x(9).
           10 ws-crd-institution pic 9(3).
           10 ws-crd-transit pic 9(5).
           10 ws-crd-account pic x(12).
           10 ws-crd-amount pic 9(7)v99.
           10 ws-crd-value-date pic 9(8).
           10 ws-crd-matched pic x(1).
           10 ws-crd-logged pic x(1).

      *  This is the heading line of the replacement cheque listing,
      *  the same columns as the pay-period run's cheque listing.
       01 ws-cheque-heading1.
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value "Employee-id".
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "Name".
         05 filler pic x(18) value spaces.
         05 filler pic x(7) value "Net Pay".
         05 filler pic x(7) value spaces.
         05 filler pic x(6) value "Reason".
         05 filler pic x(23) value spaces.

      *  This is the heading line of the refused returns listing.
       01 ws-reject-heading1.
         05 filler pic x(2) value spaces.
         05 filler pic x(11) value "Employee-id".
         05 filler pic x(10) value "Value date".
         05 filler pic x(9) value "Amount".
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "Reason".
         05 filler pic x(40) value spaces.

      *  Whether the current return passed its edits, and the
      *  reason it was refused when it did not.
       01 ws-validation.
         05 ws-valid-record pic x value "Y".
           88 ws-record-is-valid value "Y".
           88 ws-record-is-invalid value "N".
         05 ws-reject-reason pic x(35) value spaces.

      *  Working fields for building one GL posting record and for
      *  proving the set balances, the same way the pay-period run
      *  builds its own.
       01 ws-gl-work.
         05 ws-gl-account pic 9(8).
         05 ws-gl-type pic x(1).
         05 ws-gl-amount pic 9(9)v99.
         05 ws-gl-credit-total pic 9(10)v99 value zero.
         05 ws-gl-debit-total pic 9(10)v99 value zero.
         05 ws-gl-records-written pic 9(5) value zero.

      *  Batch reference stamped on every posting of this run: "R"
      *  for a returns run and the batch number of the deposit file
      *  the returns came back from.
       01 ws-gl-batch-ref.
         05 filler pic x(1) value "R".
         05 ws-glb-number pic 9(6).
         05 filler pic x(1) value space.

      *  Counts for the operator display at the end of the run.
       01 ws-counter.
         05 ws-returns-read pic 9(5) value zero.
         05 ws-credits-returned-before pic 9(5) value zero.
         05 ws-returns-matched pic 9(5) value zero.
         05 ws-returns-rejected pic 9(5) value zero.
         05 ws-employees-flagged pic 9(5) value zero.
         05 ws-banking-changed pic 9(5) value zero.
         05 ws-returned-total pic 9(9)v99 value zero.

      *  Edited copy the operator display shows money through.
       01 ws-run-control-display.
         05 ws-rcd-amount-cents pic -(9)9.99.

      *  Today's date as picked up at start-up.
       01 ws-run-date-work.
         05 ws-current-date pic 9(8).
         05 ws-current-date-r redefines ws-current-date.
           10 ws-cd-year pic 9(4).
           10 ws-cd-month pic 9(2).
           10 ws-cd-day pic 9(2).

      *  End of file flags for the returns and deposit files.
       01 ws-flags.
         05 ws-eof pic x value "n".
         05 ws-deposit-eof pic x value "n".

       77 ws-end-reached pic x value "y".
       77 ws-one pic 9 value 1.
       77 ws-two pic 9 value 2.
      *The most credits the matching table holds.
       77 ws-max-credits pic 9(5) value 5000.
      *GL accounts the reversal posts to: the bank account the
      *returned money comes back into, and the net pay outstanding
      *liability the replacement cheque will be drawn against.
       77 ws-gl-bank-account pic 9(8) value 11100000.
       77 ws-gl-net-pay-account pic 9(8) value 21900000.
       77 ws-gl-ho-cost-centre pic x(6) value "HO0000".

       procedure division.
       000-Main.
           perform 07-get-run-date.
           perform 15-load-deposit-credits.
           perform 18-load-returned-credits.
           perform 10-open-files.
           perform 30-print-headings.
           perform 20-read-return.
           perform 100-process-return
             until ws-eof = ws-end-reached.
           perform 300-close-files.
           if ws-returns-read > zero then
               perform 310-log-returned-credits
           end-if.
           perform 400-print-returns-report.
           stop run.

      *Pick up today's date for the GL postings and the
      *returned-credit log.
       07-get-run-date.
           accept ws-current-date from date yyyymmdd.

      *Load the deposit file's credits into the matching table. A
      *missing deposit file, or more credits than the table holds,
      *cancels the run before any file is touched.
       15-load-deposit-credits.
           open input deposit-file.
           if ws-deposit-file-not-found then
               display "deposit payment file (DEPFILE) not found"
               display "run cancelled - no returns processed"
               stop run
           end-if.
           perform 17-read-deposit-record.
           perform 16-take-deposit-record
             until ws-deposit-eof = ws-end-reached.
           close deposit-file.
           if ws-deposit-batch-number = zero then
               display "deposit file carries no batch number"
               display "run cancelled - no returns processed"
               stop run
           end-if.
           move ws-deposit-batch-number to ws-glb-number.

      *File one credit record in the matching table and read the
      *next. The batch total record gives the batch number.
       16-take-deposit-record.
           if dep-credit-record then
               if ws-credit-count not < ws-max-credits then
                   display "deposit file holds more credits than "
                     "the matching table"
                   display "run cancelled - no returns processed"
                   stop run
               end-if
               add 1 to ws-credit-count
               set ws-crd-idx to ws-credit-count
               move dpc-employee-id to ws-crd-employee-id(ws-crd-idx)
               move dpc-institution to ws-crd-institution(ws-crd-idx)
               move dpc-transit to ws-crd-transit(ws-crd-idx)
               move dpc-account to ws-crd-account(ws-crd-idx)
               move dpc-amount to ws-crd-amount(ws-crd-idx)
               move dpc-value-date to ws-crd-value-date(ws-crd-idx)
               move "N" to ws-crd-matched(ws-crd-idx)
               move "N" to ws-crd-logged(ws-crd-idx)
           end-if.
           if dep-total-record and dpt-batch-number is numeric then
               move dpt-batch-number to ws-deposit-batch-number
           end-if.
           perform 17-read-deposit-record.

      *Read one deposit file record.
       17-read-deposit-record.
           read deposit-file
               at end
                   move ws-end-reached to ws-deposit-eof
           end-read.

      *Take every credit of this deposit file already on the
      *returned-credit log as returned, before any file is touched,
      *so a return against it is refused. No log on file yet just
      *means no credit has ever been returned.
       18-load-returned-credits.
           open input returned-credit-file.
           if ws-rtnlog-file-not-found then
               close returned-credit-file
           else
               perform 19-take-returned-credit
                 until ws-rtnlog-status not = "00"
               close returned-credit-file
           end-if.

      *Read one returned-credit log record and, when it is from
      *this deposit file, mark its credit returned.
       19-take-returned-credit.
           read returned-credit-file
               at end
                   continue
               not at end
                   if rcl-batch-number = ws-deposit-batch-number then
                       set ws-crd-idx to 1
                       search ws-credit-entry
                           when ws-crd-idx > ws-credit-count
                               continue
                           when ws-crd-employee-id(ws-crd-idx) =
                             rcl-employee-id
                             and ws-crd-institution(ws-crd-idx) =
                             rcl-institution
                             and ws-crd-transit(ws-crd-idx) =
                             rcl-transit
                             and ws-crd-account(ws-crd-idx) =
                             rcl-account
                             and ws-crd-amount(ws-crd-idx) =
                             rcl-amount
                             and ws-crd-value-date(ws-crd-idx) =
                             rcl-value-date
                             and ws-crd-matched(ws-crd-idx) = "N"
                               move "Y" to ws-crd-matched(ws-crd-idx)
                               move "Y" to ws-crd-logged(ws-crd-idx)
                               add 1 to ws-credits-returned-before
                       end-search
                   end-if
           end-read.

      *Open files. A missing returns file cancels the run -- there
      *is nothing to process. A missing employee reference file
      *cancels it too -- without it no returned employee could be
      *flagged.
       10-open-files.
           open input returns-file.
           if ws-returns-file-not-found then
               display "bank returns file (RTNFILE) not found"
               display "run cancelled - no returns processed"
               stop run
           end-if.
           open i-o employee-file.
           if ws-employee-file-not-found then
               display "employee reference file (EMPFILE) not found"
               display "run cancelled - no returns processed"
               stop run
           end-if.
           open output cheque-file,
             reject-file,
             gl-file.

      *Print the two listings' heading lines.
       30-print-headings.
           write cheque-line from ws-cheque-heading1 after advancing
             ws-two lines.
           write reject-line from ws-reject-heading1 after advancing
             ws-two lines.

      *Read one bank return.
       20-read-return.
           read returns-file
               at end
                   move ws-end-reached to ws-eof
               not at end
                   add 1 to ws-returns-read
           end-read.

      *Route one return through its edits and the match against the
      *deposit file. A matched return is reissued by cheque,
      *reversed on the GL and flagged on the reference master; one
      *that fails goes to the refused listing and changes nothing.
       100-process-return.
           set ws-record-is-valid to true.
           move spaces to ws-reject-reason.
           perform 105-validate-return.
           if ws-record-is-valid then
               perform 110-match-deposit-credit
           end-if.
           if ws-record-is-valid then
               move "Y" to ws-crd-matched(ws-crd-idx)
               add 1 to ws-returns-matched
               add rtn-amount to ws-returned-total
               perform 120-flag-employee-banking
               perform 130-write-cheque-record
               perform 140-write-gl-reversal
           else
               perform 150-write-reject-record
           end-if.
           perform 20-read-return.

      *Edits a return must pass before it is matched.
       105-validate-return.
           if rtn-employee-id = spaces then
               set ws-record-is-invalid to true
               move "Employee-id is blank" to ws-reject-reason
           end-if.

           if ws-record-is-valid and
             (rtn-amount is not numeric or
             rtn-value-date is not numeric) then
               set ws-record-is-invalid to true
               move "Non-numeric amount/value date" to
                 ws-reject-reason
           end-if.

           if ws-record-is-valid and rtn-amount = zero then
               set ws-record-is-invalid to true
               move "Zero amount returned" to ws-reject-reason
           end-if.

      *Find the original credit this return came from: same
      *employee-id, banking details, amount and value date, and not
      *already claimed by an earlier return on this file or an
      *earlier run.
       110-match-deposit-credit.
           set ws-crd-idx to 1.
           search ws-credit-entry
               at end
                   perform 112-check-already-returned
               when ws-crd-idx > ws-credit-count
                   perform 112-check-already-returned
               when ws-crd-employee-id(ws-crd-idx) = rtn-employee-id
                 and ws-crd-institution(ws-crd-idx) = rtn-institution
                 and ws-crd-transit(ws-crd-idx) = rtn-transit
                 and ws-crd-account(ws-crd-idx) = rtn-account
                 and ws-crd-amount(ws-crd-idx) = rtn-amount
                 and ws-crd-value-date(ws-crd-idx) = rtn-value-date
                 and ws-crd-matched(ws-crd-idx) = "N"
                   continue
           end-search.

      *Refuse a return no open credit matches: as already returned
      *when its credit was claimed before, otherwise as matching
      *nothing on the deposit file.
       112-check-already-returned.
           set ws-record-is-invalid to true.
           move "No matching credit on deposit file" to
             ws-reject-reason.
           set ws-crd-idx to 1.
           search ws-credit-entry
               when ws-crd-idx > ws-credit-count
                   continue
               when ws-crd-employee-id(ws-crd-idx) = rtn-employee-id
                 and ws-crd-institution(ws-crd-idx) = rtn-institution
                 and ws-crd-transit(ws-crd-idx) = rtn-transit
                 and ws-crd-account(ws-crd-idx) = rtn-account
                 and ws-crd-amount(ws-crd-idx) = rtn-amount
                 and ws-crd-value-date(ws-crd-idx) = rtn-value-date
                 and ws-crd-matched(ws-crd-idx) = "Y"
                   move "Credit already returned" to ws-reject-reason
           end-search.

      *Flag the returned employee's banking details invalid on the
      *reference master, so the next pay-period run pays them by
      *cheque -- but only while the details on file are still the
      *ones the returned credit was made to. Details HR has since
      *corrected through EmpMaint are left alone; the return is
      *still reissued by cheque and counted as banking already
      *changed. The name is kept in employee-record for the cheque
      *listing; an employee no longer on file is still reissued,
      *with the name left for payroll to fill in.
       120-flag-employee-banking.
           move rtn-employee-id to emp-employee-id.
           read employee-file
               invalid key
                   move spaces to emp-name
                   display "returned employee not on EMPFILE: "
                     rtn-employee-id
               not invalid key
                   if emp-bank-institution = rtn-institution and
                     emp-bank-transit = rtn-transit and
                     emp-bank-account = rtn-account then
                       if not emp-banking-invalid then
                           set emp-banking-invalid to true
                           rewrite employee-record
                           add 1 to ws-employees-flagged
                       end-if
                   else
                       add 1 to ws-banking-changed
                       display "banking already changed, not flagged: "
                         rtn-employee-id
                   end-if
           end-read.

      *Write one line of the replacement cheque listing.
       130-write-cheque-record.
           move spaces to cheque-line.
           move rtn-employee-id to chq-employee-id.
           move emp-name to chq-name.
           move rtn-amount to chq-net-pay.
           move spaces to chq-reason.
           string "Deposit returned: " rtn-reason-text
             delimited by size into chq-reason.
           write cheque-line after advancing ws-one line.

      *Reverse the returned bank credit: the money is back in the
      *bank account, and the net pay is owed to the employee again
      *until the replacement cheque is drawn.
       140-write-gl-reversal.
           move ws-gl-bank-account to ws-gl-account.
           move "D" to ws-gl-type.
           move rtn-amount to ws-gl-amount.
           perform 145-write-gl-record.
           move ws-gl-net-pay-account to ws-gl-account.
           move "C" to ws-gl-type.
           move rtn-amount to ws-gl-amount.
           perform 145-write-gl-record.

      *Write one GL posting record and add it to its side's total
      *for the balance proof.
       145-write-gl-record.
           move ws-gl-account to gl-account.
           move ws-gl-ho-cost-centre to gl-cost-centre.
           move ws-gl-type to gl-dr-cr.
           move ws-gl-amount to gl-amount.
           if gl-dr-cr = "C" then
               add gl-amount to ws-gl-credit-total
           else
               add gl-amount to ws-gl-debit-total
           end-if.
           move ws-current-date to gl-run-date.
           move ws-gl-batch-ref to gl-batch-reference.
           add 1 to ws-gl-records-written.
           write gl-posting-record.

      *Write one line of the refused returns listing. The raw bytes
      *of the amount and value date are shown, since a return can be
      *refused for exactly those being non-numeric.
       150-write-reject-record.
           add 1 to ws-returns-rejected.
           move spaces to reject-line.
           move rtn-employee-id to rej-employee-id.
           move return-record(39:8) to rej-value-date.
           move return-record(30:9) to rej-amount.
           move ws-reject-reason to rej-reason.
           write reject-line after advancing ws-one line.

      *Close files.
       300-close-files.
           close returns-file,
             employee-file,
             cheque-file,
             reject-file,
             gl-file.

      *Append every credit this run matched a return to onto the
      *returned-credit log, now that the returns are processed and
      *every file closed, creating the log on the very first run
      *-- from here on a return against any of them is refused.
       310-log-returned-credits.
           open extend returned-credit-file.
           if ws-rtnlog-file-not-found then
               open output returned-credit-file
           end-if.
           perform 312-log-one-credit
             varying ws-crd-idx from 1 by 1
             until ws-crd-idx > ws-credit-count.
           close returned-credit-file.

      *Write one credit matched this run to the returned-credit
      *log.
       312-log-one-credit.
           if ws-crd-matched(ws-crd-idx) = "Y" and
             ws-crd-logged(ws-crd-idx) = "N" then
               move ws-deposit-batch-number to rcl-batch-number
               move ws-crd-employee-id(ws-crd-idx) to rcl-employee-id
               move ws-crd-institution(ws-crd-idx) to rcl-institution
               move ws-crd-transit(ws-crd-idx) to rcl-transit
               move ws-crd-account(ws-crd-idx) to rcl-account
               move ws-crd-amount(ws-crd-idx) to rcl-amount
               move ws-crd-value-date(ws-crd-idx) to rcl-value-date
               move ws-current-date to rcl-run-date
               write returned-credit-record
               move "Y" to ws-crd-logged(ws-crd-idx)
           end-if.

      *Reconciliation display for the operator: every return read
      *is either reissued or refused, and the GL reversal balances.
       400-print-returns-report.
           display "BankRtn reconciliation".
           display "  deposit credits loaded " ws-credit-count.
           display "  returned earlier...... "
             ws-credits-returned-before.
           display "  returns read.......... " ws-returns-read.
           display "  returns reissued...... " ws-returns-matched.
           display "  returns refused....... " ws-returns-rejected.
           display "  employees flagged..... " ws-employees-flagged.
           display "  banking already chgd.. " ws-banking-changed.
           move ws-returned-total to ws-rcd-amount-cents.
           display "  amount reissued....... " ws-rcd-amount-cents.
           display "  gl postings written... " ws-gl-records-written.
           move ws-gl-debit-total to ws-rcd-amount-cents.
           display "  gl debits............. " ws-rcd-amount-cents.
           move ws-gl-credit-total to ws-rcd-amount-cents.
           display "  gl credits............ " ws-rcd-amount-cents.
           if ws-gl-credit-total not = ws-gl-debit-total then
               display "*** GL POSTING FILE OUT OF BALANCE ***"
               display "*** HOLD RTNGL - DO NOT IMPORT ***"
           end-if.

       end program BankRtn.
