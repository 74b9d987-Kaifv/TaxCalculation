      *jrn-action is "W" when the run created the record (the before
      *image is all zeros) and "R" when it rewrote one. Replayed in
      *order by the master rebuild utility, the last after image per
      *employee reconstructs the master file. jrn-trans-code is the
      *transaction code of the posting ("O", "A", "R", or "B" for a
      *bonus/lump-sum payment), so a bonus paid in the same period
      *as the regular pay can be told apart from it. jrn-pay-date is
      *the pay date of the posting, so the first and last day an
      *employee was paid can be read back off the journal.
       01 journal-record.
         05 jrn-run-id pic x(14).
         05 jrn-tax-year pic 9(4).
           10 jrn-bef-garnish pic s9(7)v99.
      *    Byte image of the master's per-province split
      *    (mst-province-split) as it stood before the update.
           10 jrn-bef-split-data pic x(208).
           10 jrn-bef-last-period pic 9(2).
           10 jrn-bef-qpp pic s9(6)v99.
           10 jrn-bef-er-qpp pic s9(6)v99.
           10 jrn-bef-qpip pic s9(6)v99.
           10 jrn-bef-er-qpip pic s9(6)v99.
         05 jrn-after.
           10 jrn-aft-tax-year pic 9(4).
           10 jrn-aft-gross pic s9(7)v99.
           10 jrn-aft-garnish pic s9(7)v99.
      *    Byte image of the master's per-province split as just
      *    written.
           10 jrn-aft-split-data pic x(208).
           10 jrn-aft-last-period pic 9(2).
           10 jrn-aft-qpp pic s9(6)v99.
           10 jrn-aft-er-qpp pic s9(6)v99.
           10 jrn-aft-qpip pic s9(6)v99.
           10 jrn-aft-er-qpip pic s9(6)v99.
         05 jrn-trans-code pic x(1).
         05 jrn-pay-date pic 9(8).
