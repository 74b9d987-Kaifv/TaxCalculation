      *sequence 1-3 complete, every province/territory code covered
      *with its brackets filed in ascending ceiling order, and the
      *CPP rate, CPP exemption and EI rate parameter rows all
      *present, with their Quebec counterparts (QPP rate and
      *exemption, Quebec EI rate, QPIP employee and employer
      *rates) and any employer payroll levy rows naming a real
      *province with their tiers in ascending order -- and prints
      *a proof sheet of the computed per-period federal and
      *provincial tax at a set of benchmark salaries for each
      *province, the outgoing year's figures beside the incoming
      *year's, so finance signs off the file on numbers instead of
      *finding a mistyped ceiling in February.
       environment division.
       input-output section.
       file-control.

      *  Presence flags for the incoming year's completeness check:
      *  which federal sequence rows arrived, and whether the CPP
      *  rate, CPP exemption and EI rate rows were met, and the
      *  Quebec QPP, EI and QPIP rows.
       01 ws-presence-work.
         05 ws-fed-seen occurs 3 times pic x(1).
         05 ws-cpp-rt-seen pic x(1) value "N".
         05 ws-cpp-ex-seen pic x(1) value "N".
         05 ws-ei-rt-seen pic x(1) value "N".
         05 ws-ei-qc-seen pic x(1) value "N".
         05 ws-qpp-rt-seen pic x(1) value "N".
         05 ws-qpp-ex-seen pic x(1) value "N".
         05 ws-qpip-rt-seen pic x(1) value "N".
         05 ws-qpip-er-seen pic x(1) value "N".

      *  Payroll levy tiers met so far per province for the
      *  incoming year, and the last tier ceiling filed, so the
      *  tiers can be proven to climb the way the brackets are.
       01 ws-levy-presence.
         05 ws-lvp-entry occurs 13 times.
           10 ws-lvp-tier-count pic 9(2) value zero.
           10 ws-lvp-last-ceiling pic 9(8) value zero.

      *  Working subscripts and fields for loading and validating
      *  the rate rows.
                   end-if
               when "E"
                   if ws-set-sub = 2 then
                       if rr-code = "QC" then
                           move "Y" to ws-ei-qc-seen
                       else
                           move "Y" to ws-ei-rt-seen
                       end-if
                   end-if
               when "Q"
                   if ws-set-sub = 2 then
                       if rr-code = "EX" then
                           move "Y" to ws-qpp-ex-seen
                       else
                           move "Y" to ws-qpp-rt-seen
                       end-if
                   end-if
               when "X"
                   if ws-set-sub = 2 then
                       perform 184-edit-levy-exemption
                   end-if
               when "L"
                   if ws-set-sub = 2 then
                       perform 185-edit-levy-tier
                   end-if
               when "M"
                   if ws-set-sub = 2 then
                       perform 185-edit-levy-tier
                   end-if
               when "I"
                   if ws-set-sub = 2 then
                       if rr-code = "ER" then
                           move "Y" to ws-qpip-er-seen
                       else
                           move "Y" to ws-qpip-rt-seen
                       end-if
                   end-if
               when other
                   if ws-set-sub = 2 then
               move ws-prov-sub to ws-prov-hit
           end-if.

      *Prove a payroll levy exemption row names a real province.
       184-edit-levy-exemption.
           perform 181-find-province.
           if ws-prov-hit = zero then
               move "Unrecognized province on levy row" to
                 ws-err-text
               move rr-code to ws-err-code
               perform 180-write-error-line
           end-if.

      *Prove a payroll levy tier row: a real province, no more
      *than the ten tiers the pay-period run holds, and ceilings
      *climbing with nothing filed after the unbounded (zero
      *ceiling) tier.
       185-edit-levy-tier.
           perform 181-find-province.
           if ws-prov-hit = zero then
               move "Unrecognized province on levy row" to
                 ws-err-text
               move rr-code to ws-err-code
               perform 180-write-error-line
           else
               if ws-lvp-tier-count(ws-prov-hit) >= 10 then
                   move "More than 10 levy tiers" to ws-err-text
                   move rr-code to ws-err-code
                   perform 180-write-error-line
               else
                   if ws-lvp-tier-count(ws-prov-hit) > zero then
                       if ws-lvp-last-ceiling(ws-prov-hit) = zero
                         then
                           move "Levy tier filed after unbounded one"
                             to ws-err-text
                           move rr-code to ws-err-code
                           perform 180-write-error-line
                       else
                           if rr-ceiling not = zero and
                             rr-ceiling <=
                             ws-lvp-last-ceiling(ws-prov-hit) then
                               move "Levy tiers not in ascending order"
                                 to ws-err-text
                               move rr-code to ws-err-code
                               perform 180-write-error-line
                           end-if
                       end-if
                   end-if
                   add 1 to ws-lvp-tier-count(ws-prov-hit)
                   move rr-ceiling to
                     ws-lvp-last-ceiling(ws-prov-hit)
               end-if
           end-if.

      *Write one edit failure to the proof sheet and count it into
      *the verdict.
       180-write-error-line.
      *need for the incoming year must be present: all three
      *federal brackets, at least one bracket for every province
      *(a province with no "P" rows taxes at nothing, silently),
      *and the CPP rate, CPP exemption and EI rate rows, plus the
      *Quebec rows a QC employee's pay is figured from.
       195-check-completeness.
           if ws-set-row-count(2) = zero then
               move "No rows on file for the incoming year" to
               move "RT" to ws-err-code
               perform 180-write-error-line
           end-if.
           if ws-ei-qc-seen = "N" then
               move "Quebec EI rate row (E/QC) missing" to
                 ws-err-text
               move "QC" to ws-err-code
               perform 180-write-error-line
           end-if.
           if ws-qpp-rt-seen = "N" then
               move "QPP rate row (Q/RT) missing" to ws-err-text
               move "RT" to ws-err-code
               perform 180-write-error-line
           end-if.
           if ws-qpp-ex-seen = "N" then
               move "QPP exemption row (Q/EX) missing" to
                 ws-err-text
               move "EX" to ws-err-code
               perform 180-write-error-line
           end-if.
           if ws-qpip-rt-seen = "N" then
               move "QPIP employee rate row (I/RT) missing" to
                 ws-err-text
               move "RT" to ws-err-code
               perform 180-write-error-line
           end-if.
           if ws-qpip-er-seen = "N" then
               move "QPIP employer rate row (I/ER) missing" to
                 ws-err-text
               move "ER" to ws-err-code
               perform 180-write-error-line
           end-if.

      *One federal bracket sequence number must have arrived.
       196-check-federal-sequence.
