         05 filler pic x(7).

       fd history-file
           record contains 363 characters
           data record is master-record.

      *The archived master records carry the master-record layout
         05 ws-cur-total pic s9(8)v99.
         05 ws-cur-cpp pic s9(6)v99.
         05 ws-cur-ei pic s9(6)v99.
         05 ws-cur-qpp pic s9(6)v99.
         05 ws-cur-qpip pic s9(6)v99.
         05 ws-prior-switch pic x(1).
           88 ws-prior-found value "Y".
         05 ws-prior-gross pic s9(7)v99.
         05 ws-prior-total pic s9(8)v99.
         05 ws-prior-cpp pic s9(6)v99.
         05 ws-prior-ei pic s9(6)v99.
         05 ws-prior-qpp pic s9(6)v99.
         05 ws-prior-qpip pic s9(6)v99.
         05 ws-change-amount pic s9(8)v99.

      *  Staging fields for one comparison line.
                   move mst-ytd-total-tax to ws-cur-total
                   move mst-ytd-cpp to ws-cur-cpp
                   move mst-ytd-ei to ws-cur-ei
                   move mst-ytd-qpp to ws-cur-qpp
                   move mst-ytd-qpip to ws-cur-qpip
               end-if
               if mst-tax-year = ws-inq-prior-year then
                   set ws-prior-found to true
                   move mst-ytd-total-tax to ws-prior-total
                   move mst-ytd-cpp to ws-prior-cpp
                   move mst-ytd-ei to ws-prior-ei
                   move mst-ytd-qpp to ws-prior-qpp
                   move mst-ytd-qpip to ws-prior-qpip
               end-if
           end-if.
           perform 112-read-history.
           move ws-cur-ei to ws-sta-amount.
           write inquiry-line from ws-stmt-amount-line after
             advancing ws-one line.
           if ws-cur-qpp not = zero then
               move "QPP contributions" to ws-sta-caption
               move ws-cur-qpp to ws-sta-amount
               write inquiry-line from ws-stmt-amount-line after
                 advancing ws-one line
           end-if.
           if ws-cur-qpip not = zero then
               move "QPIP premiums" to ws-sta-caption
               move ws-cur-qpip to ws-sta-amount
               write inquiry-line from ws-stmt-amount-line after
                 advancing ws-one line
           end-if.

      *Print the year-over-year comparison for the employee just
      *answered: each YTD figure's prior-year value, inquiry-year
               move ws-prior-ei to ws-cmp-prior
               move ws-cur-ei to ws-cmp-current
               perform 145-print-compare-line
               if ws-prior-qpp not = zero or ws-cur-qpp not = zero
                 then
                   move "QPP contributions" to ws-cpl-caption
                   move ws-prior-qpp to ws-cmp-prior
                   move ws-cur-qpp to ws-cmp-current
                   perform 145-print-compare-line
               end-if
               if ws-prior-qpip not = zero or
                 ws-cur-qpip not = zero then
                   move "QPIP premiums" to ws-cpl-caption
                   move ws-prior-qpip to ws-cmp-prior
                   move ws-cur-qpip to ws-cmp-current
                   perform 145-print-compare-line
               end-if
           else
               move "No prior-year record for comparison" to
                 ws-mis-message
