       data division.
       file section.
       fd transaction-file
           record contains 86 characters
           data record is maint-transaction.

      *One maintenance request. trn-action says what to do; the
      *remaining fields carry the values to apply. On a change,
      *a blank name/province/pay frequency, zero/blank banking
      *fields and a blank cost centre split mean "leave that field
      *as it stands" -- only the fields HR filled in replace what is
      *on the master. A cost centre split is always given whole: up
      *to three cost centres with percentages adding up to 100.00,
      *or a single cost centre with its percentage left blank.
       01 maint-transaction.
         05 trn-action pic x(1).
           88 trn-add value "A".
         05 trn-bank-institution pic x(3).
         05 trn-bank-transit pic x(5).
         05 trn-bank-account pic x(12).
         05 trn-pay-frequency pic x(1).
         05 trn-cost-split occurs 3 times.
           10 trn-cost-centre pic x(6).
           10 trn-cost-percent pic x(5).
           10 trn-cost-percent-n redefines trn-cost-percent
               pic 9(3)v99.

       fd employee-file
           record contains 96 characters
           data record is employee-record.

       copy "emprec.cpy".

       fd register-file
           record contains 132 characters
         05 ws-img-transit pic x(5).
         05 filler pic x(1) value spaces.
         05 ws-img-account pic x(12).
         05 filler pic x(2) value spaces.
         05 ws-img-frequency pic x(1).
         05 filler pic x(1) value spaces.
         05 ws-img-bank-status pic x(1).
         05 filler pic x(1) value spaces.
         05 ws-img-cost-split occurs 3 times.
           10 filler pic x(1) value spaces.
           10 ws-img-cost-centre pic x(6).
           10 filler pic x(1) value spaces.
           10 ws-img-cost-percent pic zz9.99.
         05 filler pic x(1) value spaces.
         05 ws-img-term-date pic x(8).
         05 filler pic x(1) value spaces.

      *  Run totals line written at the bottom of the register.
       01 ws-total-line.
           88 ws-record-is-invalid value "N".
         05 ws-reject-reason pic x(35) value spaces.

      *  Working fields for editing a cost centre split: the entry
      *  being edited and what the percentages add up to.
       01 ws-cost-split-work.
         05 ws-cost-sub pic 9(1).
         05 ws-cost-percent-total pic 9(4)v99.

      *  Counts for the totals block and the operator display.
       01 ws-counter.
         05 ws-trans-read pic 9(5) value zero.
      *Edits every transaction must pass before the master is
      *touched: a recognized action, a non-blank employee-id, and
      *for an add a usable name, province and (when supplied)
      *numeric banking fields, a recognized pay frequency and a
      *cost centre split that adds up.
       105-validate-transaction.
           if not trn-add and not trn-change and
             not trn-terminate then
                 ws-reject-reason
           end-if.

           if ws-record-is-valid and
             (trn-add or trn-change) and
             trn-pay-frequency not = space and
             trn-pay-frequency not = "W" and
             trn-pay-frequency not = "B" and
             trn-pay-frequency not = "S" and
             trn-pay-frequency not = "M" then
               set ws-record-is-invalid to true
               move "Unrecognized pay frequency" to
                 ws-reject-reason
           end-if.

           if ws-record-is-valid and
             (trn-add or trn-change) and
             (trn-cost-split(1) not = spaces or
             trn-cost-split(2) not = spaces or
             trn-cost-split(3) not = spaces) then
               perform 108-check-cost-split
           end-if.

      *Refuse a province code the pay-period run would not accept
      *-- loading one here only manufactures discrepancies later.
       107-check-province.
               move "Unrecognized province code" to ws-reject-reason
           end-if.

      *Edit a cost centre split. Every entry that names a cost
      *centre needs a numeric percentage, an entry with no cost
      *centre carries none, the first entry must be filled, and the
      *percentages must come to exactly 100.00 -- otherwise the
      *pay-period run could not charge the whole of the employee's
      *cost. A lone cost centre with its percentage left blank
      *takes the whole 100.00.
       108-check-cost-split.
           move zero to ws-cost-percent-total.
           if trn-cost-centre(1) = spaces then
               set ws-record-is-invalid to true
               move "First cost centre is blank" to ws-reject-reason
           end-if.
           if ws-record-is-valid and
             trn-cost-centre(2) = spaces and
             trn-cost-centre(3) = spaces and
             trn-cost-percent(1) = spaces then
               move 100 to trn-cost-percent-n(1)
           end-if.
           perform 109-check-cost-entry
             varying ws-cost-sub from 1 by 1
             until ws-cost-sub > 3 or ws-record-is-invalid.
           if ws-record-is-valid and
             ws-cost-percent-total not = 100 then
               set ws-record-is-invalid to true
               move "Cost centre split not 100 percent" to
                 ws-reject-reason
           end-if.

      *Edit one entry of a cost centre split and add its percentage
      *to the split's total.
       109-check-cost-entry.
           if trn-cost-centre(ws-cost-sub) = spaces then
               if trn-cost-percent(ws-cost-sub) not = spaces then
                   set ws-record-is-invalid to true
                   move "Cost centre percent without a code" to
                     ws-reject-reason
               end-if
           else
               if trn-cost-percent(ws-cost-sub) is not numeric or
                 trn-cost-percent-n(ws-cost-sub) = zero then
                   set ws-record-is-invalid to true
                   move "Invalid cost centre percent" to
                     ws-reject-reason
               else
                   add trn-cost-percent-n(ws-cost-sub) to
                     ws-cost-percent-total
               end-if
           end-if.

      *Add a new employee. An id already on file is refused -- a
      *rekeyed hire must come through as a change instead of
      *silently clobbering the record that is there.
      *Build a brand-new reference record from an add transaction.
      *A new employee starts active; banking left blank on the
      *transaction stays empty until HR supplies it, and the
      *pay-period run pays by cheque until then. A pay frequency
      *left blank pays the employee at the run's own frequency, and
      *a cost centre split left blank charges them to head office.
       112-fill-record-from-add.
           move trn-employee-id to emp-employee-id.
           move trn-name to emp-name.
               move zero to emp-bank-transit
           end-if.
           move trn-bank-account to emp-bank-account.
           move trn-pay-frequency to emp-pay-frequency.
           move space to emp-bank-status.
           perform 114-fill-cost-split
             varying ws-cost-sub from 1 by 1
             until ws-cost-sub > 3.
           move zero to emp-term-date.
           move space to emp-roe-status.

      *Copy one entry of the transaction's cost centre split onto
      *the master record. An unused entry goes on blank.
       114-fill-cost-split.
           move trn-cost-centre(ws-cost-sub) to
             emp-cost-centre(ws-cost-sub).
           if trn-cost-centre(ws-cost-sub) = spaces then
               move zero to emp-cost-percent(ws-cost-sub)
           else
               move trn-cost-percent-n(ws-cost-sub) to
                 emp-cost-percent(ws-cost-sub)
           end-if.

      *Change an existing employee. An unknown id is refused. Only
      *the fields HR filled in replace what is on the master --
      *blank name/province, blank banking and a blank pay frequency
      *stay as they stand.
       120-apply-change.
           move trn-employee-id to emp-employee-id.
           read employee-file
           end-read.

      *Apply the filled-in fields of a change transaction over the
      *master record. New banking details clear any flag the bank
      *returns run set on the old ones, so the pay-period run goes
      *back to paying the employee by deposit.
       122-fill-record-from-change.
           if trn-name not = spaces then
               move trn-name to emp-name
             trn-bank-transit is numeric then
               move trn-bank-institution to emp-bank-institution
               move trn-bank-transit to emp-bank-transit
               move space to emp-bank-status
           end-if.
           if trn-bank-account not = spaces then
               move trn-bank-account to emp-bank-account
               move space to emp-bank-status
           end-if.
           if trn-pay-frequency not = space then
               move trn-pay-frequency to emp-pay-frequency
           end-if.
           if trn-cost-centre(1) not = spaces then
               perform 114-fill-cost-split
                 varying ws-cost-sub from 1 by 1
                 until ws-cost-sub > 3
           end-if.

      *Terminate an existing employee. An unknown id is refused,
      *and terminating twice is refused too -- a duplicate
      *termination usually means HR sent the wrong id. The
      *termination is dated today and leaves the employee's Record
      *of Employment pending for the ROE run.
       130-apply-terminate.
           move trn-employee-id to emp-employee-id.
           read employee-file
                       move "before: " to ws-img-caption
                       perform 156-write-image-line
                       move "T" to emp-status
                       move ws-current-date to emp-term-date
                       set emp-roe-pending to true
                       rewrite employee-record
                       add 1 to ws-terms-applied
                       move "after:  " to ws-img-caption
           move emp-bank-institution to ws-img-institution.
           move emp-bank-transit to ws-img-transit.
           move emp-bank-account to ws-img-account.
           move emp-pay-frequency to ws-img-frequency.
           move emp-bank-status to ws-img-bank-status.
           if emp-term-date = zero then
               move spaces to ws-img-term-date
           else
               move emp-term-date to ws-img-term-date
           end-if.
           perform 158-fill-image-cost-entry
             varying ws-cost-sub from 1 by 1
             until ws-cost-sub > 3.
           write register-line from ws-image-line after advancing
             ws-one line.

      *Show one entry of the master record's cost centre split on
      *the image line.
       158-fill-image-cost-entry.
           move emp-cost-centre(ws-cost-sub) to
             ws-img-cost-centre(ws-cost-sub).
           move emp-cost-percent(ws-cost-sub) to
             ws-img-cost-percent(ws-cost-sub).

      *Print the run totals at the bottom of the register, so the
      *register alone proves the whole run to HR.
       200-print-totals.
