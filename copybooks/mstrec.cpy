      *(1.4x the employee's) posted alongside each employee figure,
      *so the combined CRA remittance no longer has to be rebuilt
      *outside the system.
      *Quebec employees contribute to the QPP instead of the CPP and
      *pay QPIP premiums on top of a reduced EI premium, so the QPP
      *and QPIP figures (employee and employer portions) carry in
      *buckets of their own at the end of the record, each counting
      *up to its own yearly maximum the way mst-ytd-cpp does.
       01 master-record.
         05 mst-employee-id pic x(9).
         05 mst-name pic x(20).
      *year totals; the split is what year-end attributes by. A
      *split count of zero marks a record posted before the split
      *existed, which year-end falls back to mst-province-code for.
      *mst-spl-gross is the gross earned in the province, so a slip
      *issued for one province (the Quebec RL-1) reports only the
      *income earned there.
         05 mst-province-split.
           10 mst-split-count pic 9(1).
           10 mst-split-entry occurs 3 times.
             15 mst-spl-province pic x(2).
             15 mst-spl-gross pic s9(7)v99.
             15 mst-spl-federal-tax pic s9(7)v99.
             15 mst-spl-provincial-tax pic s9(7)v99.
             15 mst-spl-cpp pic s9(6)v99.
             15 mst-spl-er-ei pic s9(6)v99.
             15 mst-spl-addl-tax pic s9(6)v99.
         05 mst-last-pay-period pic 9(2).
         05 mst-ytd-qpp pic s9(6)v99.
         05 mst-ytd-er-qpp pic s9(6)v99.
         05 mst-ytd-qpip pic s9(6)v99.
         05 mst-ytd-er-qpip pic s9(6)v99.
