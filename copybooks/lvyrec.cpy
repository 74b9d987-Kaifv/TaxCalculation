      *Year-to-date employer payroll and payroll levy for one
      *province and tax year -- Ontario EHT, the BC employer health
      *tax, the Manitoba health and post-secondary education levy,
      *and the NL and Quebec payroll levies are all charged on the
      *employer's gross payroll in the province, not on any one
      *employee's pay. The pay-period run adds each run's gross
      *payroll per province here and works the levy out on the
      *year-to-date payroll, so the annual exemption is applied
      *once across the year rather than per run; the levy posted
      *on a run is what the year-to-date levy moved by. The
      *exemption, the payroll the levy was charged on, the tier
      *rate and its basis ("L" payroll above the exemption, "M"
      *the whole payroll) are kept as last applied, so year-end
      *prints the annual return worksheet without rereading the
      *rate file. lvy-last-batch is the batch number of the run that
      *last brought the record up to date and lvy-last-run-levy the
      *levy that run posted, so a resumed run that reaches the levy
      *again takes the levy it already posted instead of adding its
      *payroll to the year a second time.
       01 levy-record.
         05 lvy-key.
           10 lvy-tax-year pic 9(4).
           10 lvy-province pic x(2).
         05 lvy-ytd-payroll pic s9(10)v99.
         05 lvy-exemption pic 9(8).
         05 lvy-subject-payroll pic s9(10)v99.
         05 lvy-rate-applied pic 9v9999.
         05 lvy-basis pic x(1).
           88 lvy-basis-excess value "L".
           88 lvy-basis-whole value "M".
         05 lvy-ytd-levy pic s9(8)v99.
         05 lvy-run-count pic 9(5).
         05 lvy-last-batch pic 9(6).
         05 lvy-last-run-levy pic s9(8)v99.
         05 filler pic x(5).
