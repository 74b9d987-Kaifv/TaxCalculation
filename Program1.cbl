                record key is ndx-key
                file status is ws-index-status.

      *This carries the year-to-date employer payroll and payroll
      *levy per province and tax year, keyed by tax year and
      *province, so each run's levy is worked out against the
      *annual exemption on the year's payroll to date.
            select levy-file
                assign to LVYFILE
                organization is indexed
                access mode is dynamic
                record key is lvy-key
                file status is ws-levy-status.

      *This carries the same per-record figures as print-file, plus
      *the employee's year-to-date total tax, as plain comma-
      *delimited text for loading into a spreadsheet or downstream
                assign to CHQFILE
                organization is line sequential.

      *This carries the employees' pay statements: one statement per
      *employee record paid or corrected this run, with the
      *period's earnings and deductions beside the year-to-date
      *figures from the updated master and how the net pay was paid,
      *ready to print or hand to the self-service site.
            select statement-file
                assign to STMFILE
                organization is line sequential.

      *This carries one record per batch that has posted to
      *completion. 197-check-run-log refuses a batch number that is
      *already on file, so a resubmitted input file is rejected
      *an original posts as-is, a reversal ("R") backs the record's
      *figures out, and an adjustment ("A") posts the figures as a
      *signed difference in the direction tax-adjust-sign says
      *("+" or "-"; blank on other codes). A bonus ("B") is a
      *lump-sum payment -- a bonus, retroactive pay or a vacation
      *payout -- taxed by the bonus method rather than annualized
      *as if it were paid every period.
       01 tax-record.
         05 tax-employee-id pic x(9).
         05 tax-name pic x(20).
           88 tax-trans-original value "O".
           88 tax-trans-adjustment value "A".
           88 tax-trans-reversal value "R".
           88 tax-trans-bonus value "B".
         05 tax-adjust-sign pic x(1).

       fd print-file
           record contains 110 characters
           data record is print-line.

      *This will the output records in teh output file with this
      *variables. The additional-tax and garnishment columns on the
      *right carry what the deductions master took from the record
      *on top of the calculated tax. The pension column carries the
      *CPP, or the QPP for a Quebec employee (a record only ever
      *takes one of them), and the QPIP column is zero outside
      *Quebec.
       01 print-line.
         05 filler pic x(2).
         05 prt-name pic x(20).
         05 filler pic x(2).
         05 prt-ei pic z,zz9.99.
         05 filler pic x(2).
         05 prt-qpip pic z,zz9.99.
         05 filler pic x(2).
         05 prt-tot-tax pic zzz,zz9.
         05 filler pic x(2).
         05 prt-trans-type pic x(4).
         05 rej-reason pic x(35).

       fd employee-file
           record contains 96 characters
           data record is employee-record.

       copy "emprec.cpy".

       fd deductions-file
           record contains 60 characters
      *rr-rate the surtax rate on the excess), "C" for CPP (rr-code
      *"RT" carries the contribution rate and the yearly maximum
      *pensionable earnings in rr-ceiling; rr-code "EX" carries the
      *basic exemption in rr-ceiling), "E" for EI (rr-code "RT"
      *carries the premium rate and the yearly maximum insurable
      *earnings in rr-ceiling; rr-code "QC" carries the reduced
      *premium rate Quebec employees pay), "Q" for the QPP (laid out
      *the way the "C" rows are: "RT" the contribution rate and
      *yearly maximum pensionable earnings, "EX" the basic
      *exemption), or "I" for QPIP (rr-code "RT" carries the
      *employee premium rate and the yearly maximum insurable
      *earnings in rr-ceiling, rr-code "ER" the employer premium
      *rate). QPIP rates are too fine for four decimal places, so
      *the "I" rows carry them as the premium per $100 of insurable
      *earnings (0.4940 is 0.494%), the way Revenu Quebec quotes
      *them. The employer payroll levies file per province too:
      *"X" carries the province's annual exemption in rr-ceiling,
      *and "L" and "M" are its rate tiers, filed in ascending
      *order of rr-ceiling (the year-to-date payroll up to which
      *the tier applies; the last tier filed has no upper limit) --
      *an "L" tier charges rr-rate on the payroll above the
      *exemption, an "M" tier on the whole payroll, the way BC's
      *and Manitoba's upper tiers do.
       01 rate-record.
         05 rr-tax-year pic 9(4).
         05 rr-rate-type pic x(1).
         05 rr-rate pic 9v9999.

       fd master-file
           record contains 363 characters
           data record is master-record.

       copy "mstrec.cpy".

       fd journal-file
           record contains 725 characters
           data record is journal-record.

       copy "jrnrec.cpy".

       fd statutory-index
           record contains 64 characters
           data record is index-record.

      *One index record per employee, tax year and pay period that
      *rewritten on every posting so a period that was posted,
      *reversed and posted again indexes the latest figures -- the
      *same last-wins answer the journal scan used to arrive at
      *the long way. A Quebec employee's QPP and QPIP deltas are
      *indexed beside the CPP/EI ones.
       01 index-record.
         05 ndx-key.
           10 ndx-employee-id pic x(9).
         05 ndx-posted-ei pic s9(6)v99.
         05 ndx-posted-addl-tax pic s9(6)v99.
         05 ndx-posted-garnish pic s9(7)v99.
         05 ndx-posted-qpp pic s9(6)v99.
         05 ndx-posted-qpip pic s9(6)v99.

       fd levy-file
           record contains 80 characters
           data record is levy-record.

       copy "lvyrec.cpy".

       fd csv-file
           record contains 124 characters
           data record is csv-line.

      *Comma-delimited version of print-line, plus the employee's
         05 csv-addl-tax pic zzzz9.99.
         05 csv-comma-12 pic x(1).
         05 csv-garnish pic zzzz9.99.
         05 csv-comma-13 pic x(1).
         05 csv-qpp pic zzz9.99.
         05 csv-comma-14 pic x(1).
         05 csv-qpip pic zzz9.99.

       fd gl-file
           record contains 42 characters
      *the data -- credit records ("C") first, one per employee paid
      *by deposit this run, and the balancing batch total record
      *("T") last, carrying the credit count and total amount the
      *bank proves the batch against, and the batch number the
      *run's GL postings are referenced by.
       01 deposit-record.
         05 dep-record-type pic x(1).
           88 dep-credit-record value "C".
         05 filler pic x(1).
         05 dpt-credit-count pic 9(7).
         05 dpt-credit-total pic 9(9)v99.
         05 dpt-batch-number pic 9(6).
         05 filler pic x(35).

       fd cheque-file
           record contains 80 characters
         05 chq-reason pic x(30).
         05 filler pic x(1).

       fd statement-file
           record contains 80 characters
           data record is statement-line.

      *One print line of a pay statement. Each statement is built
      *from the ws-stm- line layouts in working storage and starts
      *on a new page, so a statement can be torn off and mailed.
       01 statement-line pic x(80).

       fd restart-file
           record contains 2730 characters
           data record is restart-record.

      *One checkpoint per write: how many input records had been
      *read when the checkpoint was taken, the running grand-total
      *and reject counters as of that point, the run-control totals
      *as of that point, and the per-province subtotal table as of
      *that point, and the cost centre table as of that point, so
      *16-restore-checkpoint can put a resumed run back into exactly
      *the state the abended run left off in.
       01 restart-record.
         05 rst-last-record-number pic 9(7).
         05 rst-total-tax-counter pic s9(8).
         05 rst-net-hash-total pic s9(9)v99.
         05 rst-addl-tax-hash-total pic s9(9)v99.
         05 rst-garnish-hash-total pic s9(9)v99.
         05 rst-qpp-hash-total pic s9(9)v99.
         05 rst-er-qpp-hash-total pic s9(9)v99.
         05 rst-qpip-hash-total pic s9(9)v99.
         05 rst-er-qpip-hash-total pic s9(9)v99.
         05 rst-statement-counter pic 9(7).
         05 rst-page-number pic 9(4).
         05 rst-line-count pic 9(3).
         05 rst-break-province pic x(2).
             indexed by ws-rst-idx.
           10 rst-prov-count pic 9(5).
           10 rst-prov-total pic s9(8).
           10 rst-prov-gross pic s9(9)v99.
         05 rst-cc-count pic 9(3).
         05 rst-cc-overflow-count pic 9(5).
         05 rst-cost-centre occurs 50 times
             indexed by ws-rst-cc-idx.
           10 rst-cc-code pic x(6).
           10 rst-cc-records pic 9(5).
           10 rst-cc-gross pic s9(9)v99.
           10 rst-cc-withheld pic s9(9)v99.
           10 rst-cc-expense pic s9(9)v99.

       working-storage section.

         05 filler pic x(7) value "Federal".
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "Provincial".
         05 filler pic x(8) value " CPP/QPP".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "  EI".
         05 filler pic x(2) value spaces.
         05 filler pic x(8) value "  QPIP".
         05 filler pic x(2) value spaces.
         05 filler pic x(5) value "Total".
         05 filler pic x(2) value spaces.
         05 filler pic x(4) value "Type".
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "Premium".
         05 filler pic x(3) value spaces.
         05 filler pic x(7) value "Premium".
         05 filler pic x(3) value spaces.
         05 filler pic x(3) value "Tax".
         05 filler pic x(11) value spaces.

         05 filler pic x(55) value
           "Name,Province,Gross,Exempt,FedTax,ProvTax,CPP,EI,TotTax".
         05 filler pic x(53) value ",YTDTax,Trans,AddlTax,Garnish".
         05 filler pic x(16) value ",QPP,QPIP".

      *This will store all the counters we will be using for calculation
      *purposes.
           10 ws-prov-surtax occurs 2 times.
             15 ws-prov-surtax-threshold pic 9(8).
             15 ws-prov-surtax-rate pic 9v9999.
      *    This run's signed gross payroll in the province, the
      *    levy it moved the year-to-date levy by, and the
      *    province's payroll levy exemption and rate tiers from
      *    the rate file (no tiers, no levy).
           10 ws-prov-tbl-gross pic s9(9)v99 value zero.
           10 ws-prov-tbl-levy pic s9(8)v99 value zero.
           10 ws-prov-lvy-exemption pic 9(8) value zero.
           10 ws-prov-lvy-tier-count pic 9(2) value zero.
           10 ws-prov-lvy-tier occurs 10 times.
             15 ws-prov-lvy-ceiling pic 9(8).
             15 ws-prov-lvy-rate pic 9v9999.
             15 ws-prov-lvy-basis pic x(1).

      *  This table drives the federal marginal-rate calculation in
      *  110-federal-tax-calculation. Each entry is the upper dollar
      *  CPP and EI parameters for the tax year, loaded from the rate
      *  file's "C" and "E" rows by 175-apply-rate-record. The two
      *  yearly maximum amounts are derived once by
      *  178-compute-statutory-maxes after the load; the per-period
      *  basic exemptions depend on how often the employee is paid,
      *  so 107-set-pay-frequency works them out for each record.
       01 ws-statutory-rates.
         05 ws-cpp-rate pic 9v9999 value zero.
         05 ws-cpp-max-earnings pic 9(8) value zero.
      *  live here beside the rates they scale.
         05 ws-er-cpp-factor pic 9v9 value 1.0.
         05 ws-er-ei-factor pic 9v9 value 1.4.
      *  Quebec's side of the same parameters, loaded from the "Q"
      *  and "I" rows and the "E"/"QC" row: the QPP takes the place
      *  of the CPP (the employer matching it dollar for dollar),
      *  EI is charged at Quebec's reduced rate, and QPIP premiums
      *  come on top, the employer paying its own QPIP rate.
         05 ws-qpp-rate pic 9v9999 value zero.
         05 ws-qpp-max-earnings pic 9(8) value zero.
         05 ws-qpp-basic-exemption pic 9(8) value zero.
         05 ws-qpp-max-contribution pic 9(6)v99 value zero.
         05 ws-qpp-period-exemption pic 9(5)v99 value zero.
         05 ws-er-qpp-factor pic 9v9 value 1.0.
         05 ws-ei-qc-rate pic 9v9999 value zero.
         05 ws-ei-qc-max-premium pic 9(6)v99 value zero.
         05 ws-qpip-rate pic 9v9999 value zero.
         05 ws-qpip-er-rate pic 9v9999 value zero.
         05 ws-qpip-max-earnings pic 9(8) value zero.
         05 ws-qpip-max-premium pic 9(6)v99 value zero.

      *  Working fields for 125-statutory-deductions: what the
      *  employee has already contributed this year per the master
         05 ws-ytd-garn-on-file pic 9(7)v99.
         05 ws-cpp-room pic 9(6)v99.
         05 ws-ei-room pic 9(6)v99.
         05 ws-ytd-qpp-on-file pic 9(6)v99.
         05 ws-ytd-qpip-on-file pic 9(6)v99.
         05 ws-qpp-room pic 9(6)v99.
         05 ws-qpip-room pic 9(6)v99.
      *  The EI rate and yearly maximum premium in force for the
      *  record in hand -- the federal ones, or Quebec's reduced
      *  ones for a QC employee.
         05 ws-ei-rate-in-force pic 9v9999.
         05 ws-ei-max-in-force pic 9(6)v99.

      *  Working fields for 129-lookup-posted-statutory: the CPP,
      *  EI, additional-tax and garnishment amounts the statutory
         05 ws-posted-ei pic s9(6)v99.
         05 ws-posted-addl-tax pic s9(6)v99.
         05 ws-posted-garnish pic s9(7)v99.
         05 ws-posted-qpp pic s9(6)v99.
         05 ws-posted-qpip pic s9(6)v99.

      *  Working fields for maintaining the master's per-province
      *  YTD split in 151-apply-province-split: which entry this
         88 ws-index-not-found value "23".
         88 ws-index-file-not-found value "35".

      *  File status for the payroll levy file, checked when opening
      *  (to create it on its very first run).
       01 ws-levy-status pic x(2).
         88 ws-levy-ok value "00".
         88 ws-levy-file-not-found value "35".

      *  Working fields for the end-of-run payroll levy: the tier
      *  that applies to a province's year-to-date payroll, the
      *  payroll it is charged on, the levy on the year to date,
      *  and the total levy the run posted.
       01 ws-levy-work.
         05 ws-levy-sub pic 9(2).
         05 ws-levy-tier-hit pic 9(2).
         05 ws-levy-subject pic s9(10)v99.
         05 ws-levy-on-ytd pic s9(8)v99.
         05 ws-levy-hash-total pic s9(9)v99 value zero.

      *  File status for restart-file, checked when opening for
      *  input at start-up (to tell "no checkpoint on file yet" from
      *  a real I/O error).
         05 ws-glb-number pic 9(6).
         05 filler pic x(1) value space.

      *  This table carries the run's payroll by cost centre, for
      *  the clearing and employer expense debits 220-write-gl-
      *  postings writes per cost centre and the cost centre
      *  summary page: the records charged, the gross, what was
      *  withheld from pay and the employer statutory expense. Entry
      *  1 is always head office, which takes every employee with no
      *  cost centre on file, the cents the split rounding leaves
      *  over, and any cost centre met once the table is full.
       01 ws-cost-centre-table.
         05 ws-cc-count pic 9(3) value zero.
         05 ws-cc-entry occurs 50 times
             indexed by ws-cc-idx.
           10 ws-cc-code pic x(6).
           10 ws-cc-records pic 9(5).
           10 ws-cc-gross pic s9(9)v99.
           10 ws-cc-withheld pic s9(9)v99.
           10 ws-cc-expense pic s9(9)v99.

      *  Working fields for charging one record across its cost
      *  centres: the record's figures, the share going to the cost
      *  centre in hand, what the split has handed out so far (the
      *  last entry takes whatever is left, so the shares always add
      *  back to the record), and the sums that settle head office's
      *  remainder before the debits post.
       01 ws-cost-centre-work.
         05 ws-cc-code-wanted pic x(6).
         05 ws-cc-sub pic 9(1).
         05 ws-cc-split-last pic 9(1).
         05 ws-cc-record-withheld pic s9(7)v99.
         05 ws-cc-record-expense pic s9(7)v99.
         05 ws-cc-share-gross pic s9(7)v99.
         05 ws-cc-share-withheld pic s9(7)v99.
         05 ws-cc-share-expense pic s9(7)v99.
         05 ws-cc-given-gross pic s9(7)v99.
         05 ws-cc-given-withheld pic s9(7)v99.
         05 ws-cc-given-expense pic s9(7)v99.
         05 ws-cc-sum-withheld pic s9(10)v99.
         05 ws-cc-sum-expense pic s9(10)v99.
         05 ws-cc-overflow-count pic 9(5) value zero.
         05 ws-cc-tot-records pic 9(7).
         05 ws-cc-tot-gross pic s9(10)v99.
         05 ws-cc-tot-withheld pic s9(10)v99.
         05 ws-cc-tot-expense pic s9(10)v99.

      *  Cost centre summary page lines, printed on the register
      *  after the grand total.
       01 ws-cc-summary-title.
         05 filler pic x(2) value spaces.
         05 filler pic x(19) value "Cost Centre Summary".
         05 filler pic x(59) value spaces.

       01 ws-cc-summary-heading.
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "Centre".
         05 filler pic x(2) value spaces.
         05 filler pic x(7) value "Records".
         05 filler pic x(2) value spaces.
         05 filler pic x(13) value "        Gross".
         05 filler pic x(2) value spaces.
         05 filler pic x(13) value "     Withheld".
         05 filler pic x(2) value spaces.
         05 filler pic x(13) value " Employer exp".
         05 filler pic x(18) value spaces.

       01 ws-cc-summary-line.
         05 filler pic x(2) value spaces.
         05 ws-csl-code pic x(6).
         05 filler pic x(4) value spaces.
         05 ws-csl-records pic zzzz9.
         05 filler pic x(2) value spaces.
         05 ws-csl-gross pic -(9)9.99.
         05 filler pic x(2) value spaces.
         05 ws-csl-withheld pic -(9)9.99.
         05 filler pic x(2) value spaces.
         05 ws-csl-expense pic -(9)9.99.
         05 filler pic x(18) value spaces.

       01 ws-cc-summary-total.
         05 filler pic x(2) value spaces.
         05 filler pic x(6) value "Total".
         05 filler pic x(2) value spaces.
         05 ws-cst-records pic zzzzzz9.
         05 filler pic x(2) value spaces.
         05 ws-cst-gross pic -(9)9.99.
         05 filler pic x(2) value spaces.
         05 ws-cst-withheld pic -(9)9.99.
         05 filler pic x(2) value spaces.
         05 ws-cst-expense pic -(9)9.99.
         05 filler pic x(18) value spaces.

      *  Run-control totals accumulated as valid records are processed
      *  and reported by 400-print-run-control-report once every
      *  business file has closed, so an operator can balance this
         05 ws-net-hash-total pic s9(9)v99 value zero.
         05 ws-addl-tax-hash-total pic s9(9)v99 value zero.
         05 ws-garnish-hash-total pic s9(9)v99 value zero.
         05 ws-qpp-hash-total pic s9(9)v99 value zero.
         05 ws-er-qpp-hash-total pic s9(9)v99 value zero.
         05 ws-qpip-hash-total pic s9(9)v99 value zero.
         05 ws-er-qpip-hash-total pic s9(9)v99 value zero.

      *  Direct-deposit state: how many credits have gone on the
      *  payment file and what they total (the batch total record
           88 ws-banking-missing value "N".
         05 ws-cheque-reason pic x(30) value spaces.

      *  Pay statement state: how many statements were written, the
      *  figures one statement line carries, and where the last
      *  digits of the deposit account start.
       01 ws-statement-work.
         05 ws-statement-counter pic 9(7) value zero.
         05 ws-stm-this-period pic s9(7)v99.
         05 ws-stm-ytd pic s9(8)v99.
         05 ws-stm-account-length pic 9(2).
         05 ws-stm-account-start pic 9(2).

      *  Pay statement title line: what kind of statement it is and
      *  the run date.
       01 ws-stm-title-line.
         05 filler pic x(2) value spaces.
         05 ws-stm-title pic x(30).
         05 filler pic x(5) value "Run: ".
         05 ws-stm-run-date pic x(10).
         05 filler pic x(33) value spaces.

      *  Pay statement employee line.
       01 ws-stm-employee-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "Employee: ".
         05 ws-stm-employee-id pic x(9).
         05 filler pic x(2) value spaces.
         05 ws-stm-name pic x(20).
         05 filler pic x(2) value spaces.
         05 filler pic x(10) value "Province: ".
         05 ws-stm-province pic x(2).
         05 filler pic x(23) value spaces.

      *  Pay statement period line: the pay period, the pay date
      *  edited yyyy/mm/dd, and the tax year.
       01 ws-stm-period-line.
         05 filler pic x(2) value spaces.
         05 filler pic x(12) value "Pay period: ".
         05 ws-stm-pay-period pic z9.
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "Pay date: ".
         05 ws-stm-pay-date.
           10 ws-stm-pay-year pic x(4).
           10 filler pic x(1) value "/".
           10 ws-stm-pay-month pic x(2).
           10 filler pic x(1) value "/".
           10 ws-stm-pay-day pic x(2).
         05 filler pic x(4) value spaces.
         05 filler pic x(10) value "Tax year: ".
         05 ws-stm-tax-year pic 9(4).
         05 filler pic x(22) value spaces.

      *  Pay statement column heading over the amount lines.
       01 ws-stm-column-heading.
         05 filler pic x(26) value spaces.
         05 filler pic x(12) value " This period".
         05 filler pic x(4) value spaces.
         05 filler pic x(13) value " Year to date".
         05 filler pic x(25) value spaces.

      *  One amount line of a pay statement: this period's figure
      *  (negative on a reversal or "-" adjustment) beside the
      *  year-to-date figure.
       01 ws-stm-amount-line.
         05 filler pic x(2) value spaces.
         05 ws-stm-caption pic x(24).
         05 ws-stm-amt-period pic -(8)9.99.
         05 filler pic x(4) value spaces.
         05 ws-stm-amt-ytd pic -(9)9.99.
         05 filler pic x(25) value spaces.

      *  Free-text line of a pay statement: the correction note and
      *  how the net pay was paid.
       01 ws-stm-text-line.
         05 filler pic x(2) value spaces.
         05 ws-stm-text pic x(60).
         05 filler pic x(18) value spaces.

      *  Run-level batch edit state. ws-batch-switch now speaks for
      *  the run as a whole: it only goes invalid when the file is
      *  structurally unusable (a detail before any header, an
         05 ws-net-pay-signed pic s9(6)v99.
         05 ws-addl-tax-signed pic s9(5)v99.
         05 ws-garnish-signed pic s9(5)v99.
         05 ws-qpp-signed pic s9(5)v99.
         05 ws-er-qpp-signed pic s9(5)v99.
         05 ws-qpip-signed pic s9(5)v99.
         05 ws-er-qpip-signed pic s9(5)v99.

      *  Bonus method working fields: the employee's annual income
      *  without the bonus (projected from the YTD gross on the
      *  master), the taxable income without and with the bonus,
      *  and the annual tax on the income without it.
       01 ws-bonus-work.
         05 ws-bonus-base-income pic 9(8).
         05 ws-bonus-mediator-without pic 9(8).
         05 ws-bonus-mediator-with pic 9(8).
         05 ws-bonus-fed-without pic 9(9)v99.
         05 ws-bonus-prov-without pic 9(9)v99.

       01 ws-calcs.
         05 ws-annualized-gross pic 9(8).
         05 ws-net-pay-calc pic s9(6)v99.
         05 ws-addl-tax-calc pic 9(5)v99.
         05 ws-garnish-calc pic 9(5)v99.
         05 ws-qpp-calc pic 9(5)v99.
         05 ws-er-qpp-calc pic 9(5)v99.
         05 ws-qpip-calc pic 9(5)v99.
         05 ws-er-qpip-calc pic 9(5)v99.

      *  This is the end of file flag which will be showing values of 
      *  the file
       77 ws-parm-tax-year pic x(4).
      *How many pay periods make up the year: the factor that
      *annualizes a period gross for the bracket lookup and cuts the
      *annual tax back down to one period's withholding. It is set
      *for each record by 107-set-pay-frequency from the employee's
      *own pay frequency on the reference file, so weekly and
      *bi-weekly staff can share one in-file.
       77 ws-pay-periods-per-year pic 9(2) value 26.
      *The run's own frequency, used for an employee whose reference
      *record carries no pay frequency. 05-get-run-parameters
      *overrides it from the PAYFREQ environment variable.
       77 ws-run-pay-periods pic 9(2) value 26.
       77 ws-parm-pay-periods pic x(2).
      *Every Nth input record triggers a checkpoint. This has to be 1
      *(a checkpoint after every record) rather than some larger
       77 ws-lines-per-page pic 9(3) value 55.
      *General ledger accounts the end-of-run posting interface
      *credits (remittance liabilities, including the CPP/EI payable
      *accounts and the QPP/QPIP payable accounts owed to Revenu
      *Quebec, all of which take both the withheld and employer
      *portions)
      *and debits (payroll tax clearing for amounts withheld from
      *pay, employer statutory expense for the employer portions),
      *the employer payroll levy payable and expense accounts,
      *and the cost centre used for postings that do not belong to a
      *province.
       77 ws-gl-federal-account pic 9(8) value 21100000.
       77 ws-gl-cpp-account pic 9(8) value 21300000.
       77 ws-gl-ei-account pic 9(8) value 21400000.
       77 ws-gl-garnish-account pic 9(8) value 21500000.
       77 ws-gl-qpp-account pic 9(8) value 21600000.
       77 ws-gl-qpip-account pic 9(8) value 21700000.
       77 ws-gl-clearing-account pic 9(8) value 12100000.
       77 ws-gl-er-expense-account pic 9(8) value 63100000.
       77 ws-gl-levy-payable-account pic 9(8) value 21800000.
       77 ws-gl-levy-expense-account pic 9(8) value 63200000.
       77 ws-gl-ho-cost-centre pic x(6) value "HO0000".
      *The most cost centres one run's table holds.
       77 ws-max-cost-centres pic 9(3) value 50.
       77 ws-ontario-code pic x(2) value "ON".
       77 ws-alberta-code pic x(2) value "AB".
       77 ws-quebec-code pic x(2) value "QC".
           perform 07-get-run-date.
      *    Setting up the per-province subtotal table
           perform 15-initialize-province-table.
      *    Setting up the cost centre table with head office
           perform 157-initialize-cost-centres.
      *    Loading the federal/provincial rates for this tax year
           perform 17-load-rate-table.
      *    Restoring a prior checkpoint, if this run is resuming one.
               move spaces to print-line
               move ws-federal-tax-calc to prt-fed-tax
               move ws-provinvial-tax-calc to prt-prov-tax
               compute prt-cpp = ws-cpp-calc + ws-qpp-calc
               move ws-ei-calc to prt-ei
               move ws-qpip-calc to prt-qpip
               move ws-total-tax-calc to prt-tot-tax
               move ws-addl-tax-calc to prt-addl-tax
               move ws-garnish-calc to prt-garnish
               evaluate true
                   when tax-trans-reversal
                       move "REV" to prt-trans-type
                   when tax-trans-bonus
                       move "BON" to prt-trans-type
                   when tax-trans-adjustment
                       string "ADJ" tax-adjust-sign
                         delimited by size into prt-trans-type
               add ws-er-ei-signed to ws-er-ei-hash-total
               add ws-addl-tax-signed to ws-addl-tax-hash-total
               add ws-garnish-signed to ws-garnish-hash-total
               add ws-qpp-signed to ws-qpp-hash-total
               add ws-er-qpp-signed to ws-er-qpp-hash-total
               add ws-qpip-signed to ws-qpip-hash-total
               add ws-er-qpip-signed to ws-er-qpip-hash-total
               perform 141-accumulate-province-payroll
               perform 142-distribute-cost-centres
               perform 150-update-master-file
               perform 160-write-csv-record
               perform 165-write-payment-record
               perform 168-write-pay-statement
           else
               perform 140-write-reject-record
           end-if.
               perform 170-write-checkpoint
           end-if.

           perform 20-read-input.

      *Open files. print-file/reject-file/csv-file are opened EXTEND
      *instead of OUTPUT when 16-restore-checkpoint found this run to
                 csv-file,
                 discrepancy-file,
                 deposit-file,
                 cheque-file,
                 statement-file
           else
               open output print-file,
                 reject-file,
                 csv-file,
                 discrepancy-file,
                 deposit-file,
                 cheque-file,
                 statement-file
           end-if.
      *    The GL posting file is only ever written by
      *    200-summary-calculation at end of run, so it opens fresh
           if ws-parm-pay-periods not = spaces and
             ws-parm-pay-periods is numeric and
             ws-parm-pay-periods not = "00"
               move ws-parm-pay-periods to ws-run-pay-periods
           end-if.

      *Pick up today's date and edit it into the yyyy/mm/dd form the
                       move rr-ceiling to ws-cpp-max-earnings
                   end-if
               when "E"
                   if rr-code = ws-quebec-code then
                       move rr-rate to ws-ei-qc-rate
                   else
                       move rr-rate to ws-ei-rate
                       move rr-ceiling to ws-ei-max-earnings
                   end-if
               when "Q"
                   if rr-code = "EX" then
                       move rr-ceiling to ws-qpp-basic-exemption
                   else
                       move rr-rate to ws-qpp-rate
                       move rr-ceiling to ws-qpp-max-earnings
                   end-if
               when "I"
                   if rr-code = "ER" then
                       move rr-rate to ws-qpip-er-rate
                   else
                       move rr-rate to ws-qpip-rate
                       move rr-ceiling to ws-qpip-max-earnings
                   end-if
               when "X"
                   perform 180-file-levy-exemption
               when "L"
                   perform 181-file-levy-tier
               when "M"
                   perform 181-file-levy-tier
           end-evaluate.

      *File a province's payroll levy exemption row.
       180-file-levy-exemption.
           set ws-prov-idx to 1.
           search ws-province-entry
               when ws-prov-tbl-code(ws-prov-idx) = rr-code
                   move rr-ceiling to
                     ws-prov-lvy-exemption(ws-prov-idx)
           end-search.

      *File one payroll levy rate tier into its province's tier
      *table, in the order the rows arrive, keeping the row type as
      *the tier's basis. As with the provincial brackets, the last
      *tier filed is treated as unbounded.
       181-file-levy-tier.
           set ws-prov-idx to 1.
           search ws-province-entry
               when ws-prov-tbl-code(ws-prov-idx) = rr-code
                   if ws-prov-lvy-tier-count(ws-prov-idx) < 10 then
                       add 1 to ws-prov-lvy-tier-count(ws-prov-idx)
                       move ws-prov-lvy-tier-count(ws-prov-idx) to
                         ws-levy-sub
                       move rr-ceiling to ws-prov-lvy-ceiling
                         (ws-prov-idx ws-levy-sub)
                       move rr-rate to ws-prov-lvy-rate
                         (ws-prov-idx ws-levy-sub)
                       move rr-rate-type to ws-prov-lvy-basis
                         (ws-prov-idx ws-levy-sub)
                   end-if
           end-search.

      *File one provincial bracket row into its province's bracket
      *table, in the order the rows arrive (the rate file carries
      *them ascending by ceiling). The last bracket filed for a
             ws-cpp-rate.
           compute ws-ei-max-premium rounded =
             ws-ei-max-earnings * ws-ei-rate.
      *    The Quebec programs' yearly maximums, derived the same
      *    way. Quebec's reduced EI premium still stops at the
      *    federal maximum insurable earnings.
           compute ws-qpp-max-contribution rounded =
             (ws-qpp-max-earnings - ws-qpp-basic-exemption) *
             ws-qpp-rate.
           compute ws-ei-qc-max-premium rounded =
             ws-ei-max-earnings * ws-ei-qc-rate.
           compute ws-qpip-max-premium rounded =
             ws-qpip-max-earnings * ws-qpip-rate / 100.

      *If this run was explicitly told to resume (ws-resume-is-
      *requested, set by 05-get-run-parameters from the RESUME
                             ws-addl-tax-hash-total
                           move rst-garnish-hash-total to
                             ws-garnish-hash-total
                           move rst-qpp-hash-total to
                             ws-qpp-hash-total
                           move rst-er-qpp-hash-total to
                             ws-er-qpp-hash-total
                           move rst-qpip-hash-total to
                             ws-qpip-hash-total
                           move rst-er-qpip-hash-total to
                             ws-er-qpip-hash-total
                           move rst-statement-counter to
                             ws-statement-counter
                           move rst-page-number to ws-page-number
                           move rst-line-count to ws-line-count
                           move rst-break-province to
                           perform 162-restore-province-counter
                             varying ws-prov-idx from 1 by 1
                             until ws-prov-idx > 13
                           move rst-cc-count to ws-cc-count
                           move rst-cc-overflow-count to
                             ws-cc-overflow-count
                           perform 163-restore-cost-centre
                             varying ws-cc-idx from 1 by 1
                             until ws-cc-idx > ws-cc-count
                   end-read
                   close restart-file
               end-if
             ws-prov-tbl-counter(ws-prov-idx).
           move rst-prov-total(ws-rst-idx) to
             ws-prov-tbl-total-tax(ws-prov-idx).
           move rst-prov-gross(ws-rst-idx) to
             ws-prov-tbl-gross(ws-prov-idx).

      *Restore one cost centre table entry from the matching entry
      *of the checkpoint record.
       163-restore-cost-centre.
           set ws-rst-cc-idx to ws-cc-idx.
           move rst-cc-code(ws-rst-cc-idx) to ws-cc-code(ws-cc-idx).
           move rst-cc-records(ws-rst-cc-idx) to
             ws-cc-records(ws-cc-idx).
           move rst-cc-gross(ws-rst-cc-idx) to ws-cc-gross(ws-cc-idx).
           move rst-cc-withheld(ws-rst-cc-idx) to
             ws-cc-withheld(ws-cc-idx).
           move rst-cc-expense(ws-rst-cc-idx) to
             ws-cc-expense(ws-cc-idx).

      *Reread and discard the input records a restored checkpoint has
      *already accounted for, so a resumed run picks up immediately
           move ws-net-hash-total to rst-net-hash-total.
           move ws-addl-tax-hash-total to rst-addl-tax-hash-total.
           move ws-garnish-hash-total to rst-garnish-hash-total.
           move ws-qpp-hash-total to rst-qpp-hash-total.
           move ws-er-qpp-hash-total to rst-er-qpp-hash-total.
           move ws-qpip-hash-total to rst-qpip-hash-total.
           move ws-er-qpip-hash-total to rst-er-qpip-hash-total.
           move ws-statement-counter to rst-statement-counter.
           move ws-page-number to rst-page-number.
           move ws-line-count to rst-line-count.
           move ws-break-province to rst-break-province.
           perform 174-store-province-counter
             varying ws-prov-idx from 1 by 1
             until ws-prov-idx > 13.
           move ws-cc-count to rst-cc-count.
           move ws-cc-overflow-count to rst-cc-overflow-count.
           perform 171-store-cost-centre
             varying ws-cc-idx from 1 by 1
             until ws-cc-idx > ws-cc-count.
           open output restart-file.
           write restart-record.
           close restart-file.
             rst-prov-count(ws-rst-idx).
           move ws-prov-tbl-total-tax(ws-prov-idx) to
             rst-prov-total(ws-rst-idx).
           move ws-prov-tbl-gross(ws-prov-idx) to
             rst-prov-gross(ws-rst-idx).

      *Store one cost centre table entry into the matching entry of
      *the checkpoint record.
       171-store-cost-centre.
           set ws-rst-cc-idx to ws-cc-idx.
           move ws-cc-code(ws-cc-idx) to rst-cc-code(ws-rst-cc-idx).
           move ws-cc-records(ws-cc-idx) to
             rst-cc-records(ws-rst-cc-idx).
           move ws-cc-gross(ws-cc-idx) to rst-cc-gross(ws-rst-cc-idx).
           move ws-cc-withheld(ws-cc-idx) to
             rst-cc-withheld(ws-rst-cc-idx).
           move ws-cc-expense(ws-cc-idx) to
             rst-cc-expense(ws-rst-cc-idx).

      *Rewrite RSTFILE with a zeroed, "no checkpoint on file"
      *record now that this run has reached end of file on its own.
                 ws-reject-reason
           end-if.

           if ws-record-is-valid and
             not tax-trans-original and
             not tax-trans-adjustment and
             not tax-trans-reversal and
             not tax-trans-bonus then
               set ws-record-is-invalid to true
               move "Invalid transaction code" to ws-reject-reason
           end-if.
               move "Invalid adjustment sign" to ws-reject-reason
           end-if.

      *    The employee's reference record settles how many pay
      *    periods make up their year, so it is looked up before
      *    the pay period is range-checked or the gross annualized.
           if ws-record-is-valid then
               perform 106-check-employee-reference
           end-if.

           if ws-record-is-valid then
               perform 107-set-pay-frequency
           end-if.

           if ws-record-is-valid and
             (tax-pay-period = zero or
             tax-pay-period > ws-pay-periods-per-year) then
               set ws-record-is-invalid to true
               move "Pay period out of range" to ws-reject-reason
           end-if.

      *    The gross is one period's pay but the exemption is an
      *    annual figure, so the sanity check compares the exemption
      *    against the annualized gross. A bonus is a one-off lump
      *    sum, not a period's pay, so the check does not apply.
           if ws-record-is-valid then
               compute ws-annualized-gross = gross-salary *
                 ws-pay-periods-per-year
               if exemption-amount > ws-annualized-gross and
                 not tax-trans-bonus
                   set ws-record-is-invalid to true
                   move "Exemption exceeds annualized gross" to
                     ws-reject-reason
               end-if
           end-if.

           if ws-record-is-valid
             and province-code not = ws-alberta-code
             and province-code not = ws-ontario-code
             ws-trans-sign.
           compute ws-garnish-signed = ws-garnish-calc *
             ws-trans-sign.
           compute ws-qpp-signed = ws-qpp-calc * ws-trans-sign.
           compute ws-er-qpp-signed = ws-er-qpp-calc * ws-trans-sign.
           compute ws-qpip-signed = ws-qpip-calc * ws-trans-sign.
           compute ws-er-qpip-signed = ws-er-qpip-calc *
             ws-trans-sign.

      *Apply this employee's voluntary deductions from the
      *deductions master: the TD1 additional tax per period and
                           compute ws-net-before-addl =
                             gross-salary - ws-federal-tax-calc -
                             ws-provinvial-tax-calc - ws-cpp-calc -
                             ws-ei-calc - ws-qpp-calc - ws-qpip-calc
                           if ws-net-before-addl < zero then
                               move zero to ws-net-before-addl
                           end-if
           else
               compute ws-net-before-garnish = gross-salary -
                 ws-federal-tax-calc - ws-provinvial-tax-calc -
                 ws-cpp-calc - ws-ei-calc - ws-qpp-calc -
                 ws-qpip-calc - ws-addl-tax-calc
               if ws-net-before-garnish < zero then
                   move zero to ws-net-before-garnish
               end-if
       137-net-pay-calculation.
           compute ws-net-pay-calc = gross-salary -
             ws-federal-tax-calc - ws-provinvial-tax-calc -
             ws-cpp-calc - ws-ei-calc - ws-qpp-calc - ws-qpip-calc -
             ws-addl-tax-calc - ws-garnish-calc.
           compute ws-net-pay-signed = ws-net-pay-calc *
             ws-trans-sign.
           add ws-net-pay-signed to ws-net-hash-total.
                   end-if
           end-read.

      *Set the number of pay periods in this employee's year from
      *the pay frequency on their reference record (still in
      *employee-record from 106-check-employee-reference), falling
      *back on the run's frequency when none is on file, and cut the
      *annual CPP/QPP basic exemption down to one of their periods.
      *A frequency code the run does not know rejects the record
      *rather than guessing at the employee's annual income.
       107-set-pay-frequency.
           evaluate true
               when emp-paid-weekly
                   move 52 to ws-pay-periods-per-year
               when emp-paid-biweekly
                   move 26 to ws-pay-periods-per-year
               when emp-paid-semimonthly
                   move 24 to ws-pay-periods-per-year
               when emp-paid-monthly
                   move 12 to ws-pay-periods-per-year
               when emp-paid-at-run-frequency
                   move ws-run-pay-periods to ws-pay-periods-per-year
               when other
                   set ws-record-is-invalid to true
                   move "Invalid pay frequency on reference" to
                     ws-reject-reason
           end-evaluate.
           if ws-record-is-valid then
               compute ws-cpp-period-exemption rounded =
                 ws-cpp-basic-exemption / ws-pay-periods-per-year
               compute ws-qpp-period-exemption rounded =
                 ws-qpp-basic-exemption / ws-pay-periods-per-year
           end-if.

      *Write one line of the discrepancy listing. The caller fills
      *dsc-field and the two value fields first.
       108-write-discrepancy-record.
                   move ws-er-ei-signed to mst-ytd-er-ei
                   move ws-addl-tax-signed to mst-ytd-addl-tax
                   move ws-garnish-signed to mst-ytd-garnish
                   move ws-qpp-signed to mst-ytd-qpp
                   move ws-er-qpp-signed to mst-ytd-er-qpp
                   move ws-qpip-signed to mst-ytd-qpip
                   move ws-er-qpip-signed to mst-ytd-er-qpip
                   perform 153-reset-province-split
                   move tax-pay-period to mst-last-pay-period
                   write master-record
                       move ws-er-ei-signed to mst-ytd-er-ei
                       move ws-addl-tax-signed to mst-ytd-addl-tax
                       move ws-garnish-signed to mst-ytd-garnish
                       move ws-qpp-signed to mst-ytd-qpp
                       move ws-er-qpp-signed to mst-ytd-er-qpp
                       move ws-qpip-signed to mst-ytd-qpip
                       move ws-er-qpip-signed to mst-ytd-er-qpip
                       perform 153-reset-province-split
                       move tax-pay-period to mst-last-pay-period
                   else
                       add ws-er-ei-signed to mst-ytd-er-ei
                       add ws-addl-tax-signed to mst-ytd-addl-tax
                       add ws-garnish-signed to mst-ytd-garnish
                       add ws-qpp-signed to mst-ytd-qpp
                       add ws-er-qpp-signed to mst-ytd-er-qpp
                       add ws-qpip-signed to mst-ytd-qpip
                       add ws-er-qpip-signed to mst-ytd-er-qpip
                       perform 151-apply-province-split
      *                A reversal or adjustment of an earlier period
      *                must not rewind the last-period marker --
           move zero to mst-province-split.
           move 1 to mst-split-count.
           move mst-province-code to mst-spl-province(1).
           move mst-ytd-gross to mst-spl-gross(1).
           move mst-ytd-federal-tax to mst-spl-federal-tax(1).
           move mst-ytd-provincial-tax to
             mst-spl-provincial-tax(1).
           move zero to mst-province-split.
           move 1 to mst-split-count.
           move province-code to mst-spl-province(1).
           move ws-gross-signed to mst-spl-gross(1).
           move ws-federal-tax-signed to mst-spl-federal-tax(1).
           move ws-prov-tax-signed to mst-spl-provincial-tax(1).
           move ws-cpp-signed to mst-spl-cpp(1).
                   move mst-split-count to ws-split-hit
                   move province-code to
                     mst-spl-province(ws-split-hit)
                   move zero to mst-spl-gross(ws-split-hit)
                   move zero to
                     mst-spl-federal-tax(ws-split-hit)
                   move zero to
                   move mst-split-count to ws-split-hit
               end-if
           end-if.
           add ws-gross-signed to mst-spl-gross(ws-split-hit).
           add ws-federal-tax-signed to
             mst-spl-federal-tax(ws-split-hit).
           add ws-prov-tax-signed to
           move mst-ytd-garnish to jrn-bef-garnish.
           move mst-province-split to jrn-bef-split-data.
           move mst-last-pay-period to jrn-bef-last-period.
           move mst-ytd-qpp to jrn-bef-qpp.
           move mst-ytd-er-qpp to jrn-bef-er-qpp.
           move mst-ytd-qpip to jrn-bef-qpip.
           move mst-ytd-er-qpip to jrn-bef-er-qpip.

      *Stamp the run identifier on the journal entry, copy the
      *master record as just written into the after image, and
           move mst-ytd-garnish to jrn-aft-garnish.
           move mst-province-split to jrn-aft-split-data.
           move mst-last-pay-period to jrn-aft-last-period.
           move mst-ytd-qpp to jrn-aft-qpp.
           move mst-ytd-er-qpp to jrn-aft-er-qpp.
           move mst-ytd-qpip to jrn-aft-qpip.
           move mst-ytd-er-qpip to jrn-aft-er-qpip.
           move tax-trans-code to jrn-trans-code.
           move tax-pay-date to jrn-pay-date.
           write journal-record.
           if not tax-trans-bonus then
               perform 156-update-statutory-index
           end-if.

      *Keep the statutory posting index current with the entry just
      *journaled: the latest posting for this employee, tax year
      *and pay period wins, so the keyed reversal lookup always
      *answers with what the journal's last matching entry would
      *have said. A bonus is left off the index -- it is paid on
      *top of the period's regular pay, and a reversal of that pay
      *must still find the regular posting.
       156-update-statutory-index.
           move tax-employee-id to ndx-employee-id.
           move ws-tax-year to ndx-tax-year.
                   move ws-ei-signed to ndx-posted-ei
                   move ws-addl-tax-signed to ndx-posted-addl-tax
                   move ws-garnish-signed to ndx-posted-garnish
                   move ws-qpp-signed to ndx-posted-qpp
                   move ws-qpip-signed to ndx-posted-qpip
                   write index-record
               not invalid key
                   move ws-cpp-signed to ndx-posted-cpp
                   move ws-ei-signed to ndx-posted-ei
                   move ws-addl-tax-signed to ndx-posted-addl-tax
                   move ws-garnish-signed to ndx-posted-garnish
                   move ws-qpp-signed to ndx-posted-qpp
                   move ws-qpip-signed to ndx-posted-qpip
                   rewrite index-record
           end-read.

           move "," to csv-comma-11 csv-comma-12.
           move ws-addl-tax-calc to csv-addl-tax.
           move ws-garnish-calc to csv-garnish.
           move "," to csv-comma-13 csv-comma-14.
           move ws-qpp-calc to csv-qpp.
           move ws-qpip-calc to csv-qpip.
           write csv-line.

      *Route this record's payment. Only a forward-posting record
      *the YTD figures only, their money is recovered outside the
      *payment file. An employee whose reference record carries no
      *usable banking details goes to the pay-by-cheque exception
      *listing instead of the deposit file, and so does one whose
      *last deposit the bank sent back (flagged by the bank returns
      *run until HR corrects the details) and a record whose
      *deductions consumed the whole gross -- either way nobody
      *silently vanishes from the payment outputs.
      *employee-record still holds this employee's reference data
      *from the keyed read in 106-check-employee-reference.
       165-write-payment-record.
                   else
                       set ws-banking-on-file to true
                   end-if
                   evaluate true
                       when ws-banking-missing
                           move "No banking details on file" to
                             ws-cheque-reason
                           perform 167-write-cheque-record
                       when emp-banking-invalid
                           set ws-banking-missing to true
                           move "Deposit returned by bank" to
                             ws-cheque-reason
                           perform 167-write-cheque-record
                       when other
                           perform 166-write-deposit-credit
                   end-evaluate
               else
                   move "No net pay after deductions" to
                     ws-cheque-reason
           move ws-cheque-reason to chq-reason.
           write cheque-line after advancing ws-one line.

      *Write the employee's pay statement for this record: this
      *period's earnings and deductions beside the year-to-date
      *figures master-record holds after 150-update-master-file, and
      *how the net pay went out. A reversal or adjustment prints as
      *a correction statement with its figures signed the way they
      *moved the year-to-date totals. Only a reversal or a negative
      *adjustment carries no payment; a positive adjustment is paid
      *like an original.
       168-write-pay-statement.
           add 1 to ws-statement-counter.
           evaluate true
               when tax-trans-reversal or tax-trans-adjustment
                   move "CORRECTION STATEMENT" to ws-stm-title
               when tax-trans-bonus
                   move "PAY STATEMENT - BONUS" to ws-stm-title
               when other
                   move "PAY STATEMENT" to ws-stm-title
           end-evaluate.
           move ws-edited-run-date to ws-stm-run-date.
           write statement-line from ws-stm-title-line
             after advancing page.
           move tax-employee-id to ws-stm-employee-id.
           move tax-name to ws-stm-name.
           move province-code to ws-stm-province.
           write statement-line from ws-stm-employee-line
             after advancing ws-two lines.
           move tax-pay-period to ws-stm-pay-period.
           move tax-pay-date(1:4) to ws-stm-pay-year.
           move tax-pay-date(5:2) to ws-stm-pay-month.
           move tax-pay-date(7:2) to ws-stm-pay-day.
           move mst-tax-year to ws-stm-tax-year.
           write statement-line from ws-stm-period-line
             after advancing ws-one line.
           if tax-trans-reversal then
               move "Reverses the pay posted earlier for this period"
                 to ws-stm-text
               write statement-line from ws-stm-text-line
                 after advancing ws-one line
           end-if.
           if tax-trans-adjustment then
               move spaces to ws-stm-text
               string "Adjusts the pay posted earlier for this "
                 "period (" tax-adjust-sign ")"
                 delimited by size into ws-stm-text
               write statement-line from ws-stm-text-line
                 after advancing ws-one line
           end-if.
           write statement-line from ws-stm-column-heading
             after advancing ws-two lines.

           move "Gross pay" to ws-stm-caption.
           move ws-gross-signed to ws-stm-this-period.
           move mst-ytd-gross to ws-stm-ytd.
           perform 169-write-statement-amount.
           move "Federal tax" to ws-stm-caption.
           move ws-federal-tax-signed to ws-stm-this-period.
           move mst-ytd-federal-tax to ws-stm-ytd.
           perform 169-write-statement-amount.
           move "Provincial tax" to ws-stm-caption.
           move ws-prov-tax-signed to ws-stm-this-period.
           move mst-ytd-provincial-tax to ws-stm-ytd.
           perform 169-write-statement-amount.
      *    Only one of CPP and QPP is taken from any one record; the
      *    other still prints when the year carries some of it (an
      *    employee who moved into or out of Quebec).
           if province-code not = ws-quebec-code or
             mst-ytd-cpp not = zero then
               move "CPP contributions" to ws-stm-caption
               move ws-cpp-signed to ws-stm-this-period
               move mst-ytd-cpp to ws-stm-ytd
               perform 169-write-statement-amount
           end-if.
           if province-code = ws-quebec-code or
             mst-ytd-qpp not = zero then
               move "QPP contributions" to ws-stm-caption
               move ws-qpp-signed to ws-stm-this-period
               move mst-ytd-qpp to ws-stm-ytd
               perform 169-write-statement-amount
           end-if.
           move "EI premiums" to ws-stm-caption.
           move ws-ei-signed to ws-stm-this-period.
           move mst-ytd-ei to ws-stm-ytd.
           perform 169-write-statement-amount.
           if province-code = ws-quebec-code or
             mst-ytd-qpip not = zero then
               move "QPIP premiums" to ws-stm-caption
               move ws-qpip-signed to ws-stm-this-period
               move mst-ytd-qpip to ws-stm-ytd
               perform 169-write-statement-amount
           end-if.
           move "Additional tax" to ws-stm-caption.
           move ws-addl-tax-signed to ws-stm-this-period.
           move mst-ytd-addl-tax to ws-stm-ytd.
           perform 169-write-statement-amount.
           move "Garnishment" to ws-stm-caption.
           move ws-garnish-signed to ws-stm-this-period.
           move mst-ytd-garnish to ws-stm-ytd.
           perform 169-write-statement-amount.
      *    The master carries no net pay of its own, so the
      *    year-to-date net is the year-to-date gross less every
      *    year-to-date deduction the statement lists above.
           move "Net pay" to ws-stm-caption.
           move ws-net-pay-signed to ws-stm-this-period.
           compute ws-stm-ytd = mst-ytd-gross -
             mst-ytd-federal-tax - mst-ytd-provincial-tax -
             mst-ytd-cpp - mst-ytd-qpp - mst-ytd-ei - mst-ytd-qpip -
             mst-ytd-addl-tax - mst-ytd-garnish.
           perform 169-write-statement-amount.

           move spaces to ws-stm-text.
           evaluate true
               when ws-trans-sign not > ws-zero
                   move "No payment - corrects an earlier pay" to
                     ws-stm-text
               when ws-net-pay-calc > zero and ws-banking-on-file
                   perform 164-find-account-digits
                   string "Deposited to account ending "
                     emp-bank-account(ws-stm-account-start:
                       ws-stm-account-length)
                     delimited by size into ws-stm-text
               when other
                   move "Paid by cheque" to ws-stm-text
           end-evaluate.
           write statement-line from ws-stm-text-line
             after advancing ws-two lines.

      *Write one amount line of a pay statement. The caller fills
      *the caption, this period's figure and the year-to-date one.
       169-write-statement-amount.
           move ws-stm-this-period to ws-stm-amt-period.
           move ws-stm-ytd to ws-stm-amt-ytd.
           write statement-line from ws-stm-amount-line
             after advancing ws-one line.

      *Find the last four characters of the deposit account number
      *(all of it when shorter), so the statement shows where the
      *money went without printing the whole account. An account
      *keyed with leading spaces falls back on the field's last
      *four positions.
       164-find-account-digits.
           move zero to ws-stm-account-length.
           inspect emp-bank-account tallying ws-stm-account-length
             for characters before initial space.
           evaluate true
               when ws-stm-account-length = zero
                   move 9 to ws-stm-account-start
                   move 4 to ws-stm-account-length
               when ws-stm-account-length > 4
                   compute ws-stm-account-start =
                     ws-stm-account-length - 3
                   move 4 to ws-stm-account-length
               when other
                   move 1 to ws-stm-account-start
           end-evaluate.

      *Close the bank deposit file's batch with its balancing total
      *record: how many credits are on the file and what they sum
      *to, so the bank can prove the batch before paying it -- and
      *the run's batch number, which BankRtn logs the credits the
      *bank returns under.
       230-write-deposit-total.
           move spaces to deposit-record.
           move "T" to dep-record-type.
           move ws-deposit-count to dpt-credit-count.
           move ws-deposit-total to dpt-credit-total.
           move ws-batch-number to dpt-batch-number.
           write deposit-record.

      *Work out the employer payroll levies for the run. Every
      *province with levy tiers on the rate file and payroll this
      *run has its year-to-date payroll on the levy file moved by
      *the run's gross, the levy recomputed on the new year-to-date
      *payroll with the annual exemption applied, and the
      *difference from the levy already posted taken as this run's
      *levy for 226-write-levy-postings. The levy file is created
      *on its very first run.
       240-compute-payroll-levies.
           open i-o levy-file.
           if ws-levy-file-not-found then
               open output levy-file
               close levy-file
               open i-o levy-file
           end-if.
           perform 242-levy-one-province
             varying ws-prov-idx from 1 by 1
             until ws-prov-idx > 13.
           close levy-file.

      *Bring one province's levy record up to date with this run's
      *payroll. A record this run's batch already brought up to date
      *-- a resumed run coming back through the levy after an abend
      *further on -- is left as it stands, and the levy it posted
      *is taken from it.
       242-levy-one-province.
           move zero to ws-prov-tbl-levy(ws-prov-idx).
           if ws-prov-lvy-tier-count(ws-prov-idx) > zero and
             ws-prov-tbl-gross(ws-prov-idx) not = zero then
               move ws-tax-year to lvy-tax-year
               move ws-prov-tbl-code(ws-prov-idx) to lvy-province
               read levy-file
                   invalid key
                       move zero to lvy-ytd-payroll
                       move zero to lvy-ytd-levy
                       move zero to lvy-run-count
                       perform 244-compute-levy-on-payroll
                       write levy-record
                   not invalid key
                       if lvy-last-batch = ws-batch-number then
                           move lvy-last-run-levy to
                             ws-prov-tbl-levy(ws-prov-idx)
                       else
                           perform 244-compute-levy-on-payroll
                           rewrite levy-record
                       end-if
               end-read
               add ws-prov-tbl-levy(ws-prov-idx) to
                 ws-levy-hash-total
           end-if.

      *Charge the levy on the province's year-to-date payroll: the
      *first tier whose ceiling the payroll does not pass sets the
      *rate (the last tier catches everything above), and nothing
      *is owed while the payroll sits within the annual exemption.
      *An "L" tier charges the payroll above the exemption, an "M"
      *tier the whole payroll.
       244-compute-levy-on-payroll.
           add ws-prov-tbl-gross(ws-prov-idx) to lvy-ytd-payroll.
           move ws-prov-lvy-tier-count(ws-prov-idx) to
             ws-levy-tier-hit.
           perform 246-match-levy-tier
             varying ws-levy-sub from ws-prov-lvy-tier-count
               (ws-prov-idx) by -1
             until ws-levy-sub < 1.
           move ws-prov-lvy-exemption(ws-prov-idx) to lvy-exemption.
           move ws-prov-lvy-rate(ws-prov-idx ws-levy-tier-hit) to
             lvy-rate-applied.
           move ws-prov-lvy-basis(ws-prov-idx ws-levy-tier-hit) to
             lvy-basis.
           if lvy-ytd-payroll > lvy-exemption then
               if lvy-basis-whole then
                   move lvy-ytd-payroll to ws-levy-subject
               else
                   compute ws-levy-subject = lvy-ytd-payroll -
                     lvy-exemption
               end-if
           else
               move zero to ws-levy-subject
           end-if.
           move ws-levy-subject to lvy-subject-payroll.
           compute ws-levy-on-ytd rounded = ws-levy-subject *
             lvy-rate-applied.
           compute ws-prov-tbl-levy(ws-prov-idx) = ws-levy-on-ytd -
             lvy-ytd-levy.
           move ws-levy-on-ytd to lvy-ytd-levy.
           add 1 to lvy-run-count.
           move ws-batch-number to lvy-last-batch.
           move ws-prov-tbl-levy(ws-prov-idx) to lvy-last-run-levy.

      *Check one bounded tier's ceiling against the year-to-date
      *payroll. The tiers are walked from the top down, so the
      *lowest tier that still holds the payroll is the one left.
       246-match-levy-tier.
           if ws-levy-sub < ws-prov-lvy-tier-count(ws-prov-idx) and
             lvy-ytd-payroll <= ws-prov-lvy-ceiling
               (ws-prov-idx ws-levy-sub) then
               move ws-levy-sub to ws-levy-tier-hit
           end-if.

      *Write summary calculation. The per-province subtotal lines
      *were already printed at each control break, so all that is
      *left to close the register is the subtotal of the final
           end-if.
           move ws-total-tax-counter to ws-total-tot-tax.
           write print-line from ws-total-1 after advancing ws-two line.
           perform 240-compute-payroll-levies.
           perform 220-write-gl-postings.
           perform 250-print-cost-centre-summary.
           perform 230-write-deposit-total.

      *Build the run's balanced GL posting set: one credit to the
      *one credit to the garnishment payable account for the court
      *orders withheld, one credit each to the
      *CPP and EI payable accounts for the withheld PLUS employer
      *portions (the full amount remitted to CRA), debits to the
      *payroll tax clearing account for everything withheld from
      *pay and to the employer statutory expense account for the
      *employer portions -- one of each per cost centre the run's
      *payroll was charged to -- a levy expense debit and levy payable
      *credit per province owing payroll levy, and whatever
      *balancing is left. If the
      *set somehow does not balance, the alarm prints here -- before
      *the file leaves us.
       220-write-gl-postings.
           move ws-batch-number to ws-glb-number.
           move zero to ws-gl-prov-credit-sum.
      *    The cost centre shares were worked out record by record
      *    to the cent, while the tax hash the credits come from
      *    drops each record's cents, so the shares are settled
      *    against the run totals first -- whatever is left over
      *    is head office's -- and the debits still balance the
      *    credits exactly.
           move zero to ws-cc-sum-withheld ws-cc-sum-expense.
           perform 229-sum-cost-centre-figures
             varying ws-cc-idx from 1 by 1
             until ws-cc-idx > ws-cc-count.
           compute ws-cc-withheld(1) = ws-cc-withheld(1) +
             ws-tax-hash-total + ws-cpp-hash-total +
             ws-ei-hash-total + ws-addl-tax-hash-total +
             ws-garnish-hash-total + ws-qpp-hash-total +
             ws-qpip-hash-total - ws-cc-sum-withheld.
           compute ws-cc-expense(1) = ws-cc-expense(1) +
             ws-er-cpp-hash-total + ws-er-ei-hash-total +
             ws-er-qpp-hash-total + ws-er-qpip-hash-total -
             ws-cc-sum-expense.
           perform 222-write-province-credit
             varying ws-prov-idx from 1 by 1
             until ws-prov-idx > 13.
               perform 225-write-gl-record
           end-if.
           perform 223-write-statutory-postings.
           perform 226-write-levy-postings
             varying ws-prov-idx from 1 by 1
             until ws-prov-idx > 13.
           if ws-garnish-hash-total not = zero then
               move ws-gl-garnish-account to ws-gl-account
               move ws-gl-ho-cost-centre to ws-gl-cost-centre
               move ws-garnish-hash-total to ws-gl-amount-signed
               perform 225-write-gl-record
           end-if.
           perform 227-write-clearing-debit
             varying ws-cc-idx from 1 by 1
             until ws-cc-idx > ws-cc-count.
           if ws-gl-credit-total not = ws-gl-debit-total then
               display "*** GL POSTING FILE OUT OF BALANCE ***"
               display "*** HOLD GLFILE - DO NOT IMPORT ***"
      *employee-plus-employer amount each program remits, and debit
      *the employer statutory expense account with the employer
      *portions. The clearing debit in 220-write-gl-postings covers
      *the employee portions, so the whole set still balances. QPP
      *and QPIP are remitted to Revenu Quebec rather than the CRA,
      *so each gets its own payable credit the same way. The
      *expense debit goes out per cost centre.
       223-write-statutory-postings.
           if ws-cpp-hash-total not = zero or
             ws-er-cpp-hash-total not = zero then
                 ws-er-ei-hash-total
               perform 225-write-gl-record
           end-if.
           if ws-qpp-hash-total not = zero or
             ws-er-qpp-hash-total not = zero then
               move ws-gl-qpp-account to ws-gl-account
               move ws-gl-ho-cost-centre to ws-gl-cost-centre
               move "C" to ws-gl-type
               compute ws-gl-amount-signed = ws-qpp-hash-total +
                 ws-er-qpp-hash-total
               perform 225-write-gl-record
           end-if.
           if ws-qpip-hash-total not = zero or
             ws-er-qpip-hash-total not = zero then
               move ws-gl-qpip-account to ws-gl-account
               move ws-gl-ho-cost-centre to ws-gl-cost-centre
               move "C" to ws-gl-type
               compute ws-gl-amount-signed = ws-qpip-hash-total +
                 ws-er-qpip-hash-total
               perform 225-write-gl-record
           end-if.
           perform 228-write-expense-debit
             varying ws-cc-idx from 1 by 1
             until ws-cc-idx > ws-cc-count.

      *Debit the payroll tax clearing account with what one cost
      *centre's employees had withheld from pay. A cost centre
      *whose records netted to nothing posts nothing.
       227-write-clearing-debit.
           if ws-cc-withheld(ws-cc-idx) not = zero then
               move ws-gl-clearing-account to ws-gl-account
               move ws-cc-code(ws-cc-idx) to ws-gl-cost-centre
               move "D" to ws-gl-type
               move ws-cc-withheld(ws-cc-idx) to ws-gl-amount-signed
               perform 225-write-gl-record
           end-if.

      *Debit the employer statutory expense account with one cost
      *centre's share of the employer CPP/EI/QPP/QPIP portions.
       228-write-expense-debit.
           if ws-cc-expense(ws-cc-idx) not = zero then
               move ws-gl-er-expense-account to ws-gl-account
               move ws-cc-code(ws-cc-idx) to ws-gl-cost-centre
               move "D" to ws-gl-type
               move ws-cc-expense(ws-cc-idx) to ws-gl-amount-signed
               perform 225-write-gl-record
           end-if.

      *Add one cost centre's withheld and employer expense figures
      *to the run's cost centre sums.
       229-sum-cost-centre-figures.
           add ws-cc-withheld(ws-cc-idx) to ws-cc-sum-withheld.
           add ws-cc-expense(ws-cc-idx) to ws-cc-sum-expense.

      *Print the cost centre summary page at the end of the
      *register, so each department manager can see their share of
      *the run: records, gross, withheld and employer expense per
      *cost centre, as the GL debits posted them.
       250-print-cost-centre-summary.
           add ws-one to ws-page-number.
           move ws-page-number to ws-hdg-page-number.
           write print-line from ws-heading0 after advancing page.
           write print-line from ws-cc-summary-title after advancing
             ws-two lines.
           write print-line from ws-cc-summary-heading after
             advancing ws-two lines.
           move zero to ws-cc-tot-records ws-cc-tot-gross
             ws-cc-tot-withheld ws-cc-tot-expense.
           perform 252-print-cost-centre-line
             varying ws-cc-idx from 1 by 1
             until ws-cc-idx > ws-cc-count.
           move ws-cc-tot-records to ws-cst-records.
           move ws-cc-tot-gross to ws-cst-gross.
           move ws-cc-tot-withheld to ws-cst-withheld.
           move ws-cc-tot-expense to ws-cst-expense.
           write print-line from ws-cc-summary-total after advancing
             ws-two lines.

      *Print one cost centre's summary line and add it to the page
      *totals. Head office prints only when something fell to it.
       252-print-cost-centre-line.
           if ws-cc-records(ws-cc-idx) > zero or
             ws-cc-withheld(ws-cc-idx) not = zero or
             ws-cc-expense(ws-cc-idx) not = zero then
               move ws-cc-code(ws-cc-idx) to ws-csl-code
               move ws-cc-records(ws-cc-idx) to ws-csl-records
               move ws-cc-gross(ws-cc-idx) to ws-csl-gross
               move ws-cc-withheld(ws-cc-idx) to ws-csl-withheld
               move ws-cc-expense(ws-cc-idx) to ws-csl-expense
               write print-line from ws-cc-summary-line
                 after advancing ws-one line
               add ws-cc-records(ws-cc-idx) to ws-cc-tot-records
               add ws-cc-gross(ws-cc-idx) to ws-cc-tot-gross
               add ws-cc-withheld(ws-cc-idx) to ws-cc-tot-withheld
               add ws-cc-expense(ws-cc-idx) to ws-cc-tot-expense
           end-if.

      *Post one province's payroll levy for the run: a debit to
      *the employer levy expense account and a matching credit to
      *the levy payable account, both under the province's cost
      *centre, so the pair balances on its own. A run that brought
      *the year's payroll back under the exemption posts a negative
      *levy, which 225-write-gl-record turns round.
       226-write-levy-postings.
           if ws-prov-tbl-levy(ws-prov-idx) not = zero then
               move spaces to ws-gl-cost-centre
               move ws-prov-tbl-code(ws-prov-idx) to
                 ws-gl-cost-centre(1:2)
               move "0000" to ws-gl-cost-centre(3:4)
               move ws-gl-levy-expense-account to ws-gl-account
               move "D" to ws-gl-type
               move ws-prov-tbl-levy(ws-prov-idx) to
                 ws-gl-amount-signed
               perform 225-write-gl-record
               move ws-gl-levy-payable-account to ws-gl-account
               move "C" to ws-gl-type
               move ws-prov-tbl-levy(ws-prov-idx) to
                 ws-gl-amount-signed
               perform 225-write-gl-record
           end-if.

             csv-file,
             deposit-file,
             cheque-file,
             statement-file,
             discrepancy-file,
             master-file,
             employee-file,
           display "  additional tax out.... " ws-rcd-amount-cents.
           move ws-garnish-hash-total to ws-rcd-amount-cents.
           display "  garnishments out...... " ws-rcd-amount-cents.
           move ws-qpp-hash-total to ws-rcd-amount-cents.
           display "  qpp contrib hash out.. " ws-rcd-amount-cents.
           move ws-er-qpp-hash-total to ws-rcd-amount-cents.
           display "  employer qpp hash out. " ws-rcd-amount-cents.
           move ws-qpip-hash-total to ws-rcd-amount-cents.
           display "  qpip premium hash out. " ws-rcd-amount-cents.
           move ws-er-qpip-hash-total to ws-rcd-amount-cents.
           display "  employer qpip hash out " ws-rcd-amount-cents.
           move ws-net-hash-total to ws-rcd-amount-cents.
           display "  net pay hash out...... " ws-rcd-amount-cents.
           display "  deposit credits written " ws-deposit-count.
           move ws-deposit-total to ws-rcd-amount-cents.
           display "  deposit credit total.. " ws-rcd-amount-cents.
           display "  paid by cheque........ " ws-cheque-counter.
           display "  pay statements written " ws-statement-counter.
           move ws-levy-hash-total to ws-rcd-amount-cents.
           display "  payroll levy posted... " ws-rcd-amount-cents.
           display "  cost centres charged.. " ws-cc-count.
           if ws-cc-overflow-count > zero then
               display "  shares over table (HO) "
                 ws-cc-overflow-count
           end-if.
           display "  gl postings written... " ws-gl-records-written.
           move ws-gl-credit-total to ws-rcd-amount-cents.
           display "  gl credits............ " ws-rcd-amount-cents.
      *Federal tax calculation: the period gross is annualized (by
      *105-validate-record) for the bracket walk, and the annual tax
      *that falls out is divided back down to this period's share of
      *the withholding. A bonus is taxed by the bonus method in
      *111-bonus-federal-tax instead.
       110-federal-tax-calculation.
           move ws-zero to ws-mediator.
           move ws-zero to ws-provinvial-tax-calc.
           move ws-zero to ws-federal-tax-calc.
           move ws-zero to ws-annual-fed-tax.
           if tax-trans-bonus then
               perform 111-bonus-federal-tax
           else
               compute ws-mediator = ws-annualized-gross -
                 exemption-amount
               move ws-zero to ws-fed-prev-ceiling
               perform 112-apply-federal-bracket
                 varying ws-fed-idx from 1 by 1
                 until ws-fed-idx > 3
               compute ws-federal-tax-calc rounded =
                 ws-annual-fed-tax / ws-pay-periods-per-year
           end-if.

      *The bonus method: the federal tax on the employee's annual
      *income with the bonus added, less the tax on the annual
      *income without it, is withheld from the bonus in full --
      *none of it is spread over the year's periods.
       111-bonus-federal-tax.
           perform 113-bonus-annual-income.
           move ws-bonus-mediator-without to ws-mediator.
           move ws-zero to ws-fed-prev-ceiling.
           perform 112-apply-federal-bracket
             varying ws-fed-idx from 1 by 1
             until ws-fed-idx > 3.
           move ws-annual-fed-tax to ws-bonus-fed-without.
           move ws-zero to ws-annual-fed-tax.
           move ws-bonus-mediator-with to ws-mediator.
           move ws-zero to ws-fed-prev-ceiling.
           perform 112-apply-federal-bracket
             varying ws-fed-idx from 1 by 1
             until ws-fed-idx > 3.
           if ws-annual-fed-tax > ws-bonus-fed-without then
               compute ws-federal-tax-calc = ws-annual-fed-tax -
                 ws-bonus-fed-without
           end-if.

      *Work out the employee's annual income without the bonus from
      *the YTD gross on the master: the gross posted so far this
      *year, projected over the year's pay periods from the last
      *period posted. An employee with nothing on file for the year
      *yet counts as no other income. The taxable income without
      *and with the bonus then takes off the annual exemption,
      *never going below zero.
       113-bonus-annual-income.
           move zero to ws-bonus-base-income.
           move tax-employee-id to mst-employee-id.
           read master-file
               invalid key
                   continue
               not invalid key
                   if mst-tax-year = ws-tax-year and
                     mst-last-pay-period > zero and
                     mst-ytd-gross > zero then
                       compute ws-bonus-base-income rounded =
                         mst-ytd-gross * ws-pay-periods-per-year /
                         mst-last-pay-period
                   end-if
           end-read.
           move zero to ws-bonus-mediator-without.
           move zero to ws-bonus-mediator-with.
           if ws-bonus-base-income > exemption-amount then
               compute ws-bonus-mediator-without =
                 ws-bonus-base-income - exemption-amount
           end-if.
           if ws-bonus-base-income + gross-salary > exemption-amount
             then
               compute ws-bonus-mediator-with =
                 ws-bonus-base-income + gross-salary -
                 exemption-amount
           end-if.

      *Apply one bracket's rate against the slice of ws-mediator that
      *falls between the previous bracket's ceiling and this one's,
           set ws-prov-idx to 1.
           search ws-province-entry
               when ws-prov-tbl-code(ws-prov-idx) = province-code
                   if tax-trans-bonus then
                       perform 123-bonus-provincial-tax
                   else
                       perform 122-compute-provincial-tax
                       compute ws-provinvial-tax-calc rounded =
                         ws-annual-prov-tax / ws-pay-periods-per-year
                   end-if
                   compute ws-prov-tax-signed =
                     ws-provinvial-tax-calc * ws-trans-sign
                   add 1 to ws-prov-tbl-counter(ws-prov-idx)
             until ws-prov-sub >
               ws-prov-tbl-surtax-count(ws-prov-idx).

      *The provincial side of the bonus method: the province's
      *annual tax with the bonus less its annual tax without,
      *from the taxable incomes 113-bonus-annual-income worked out.
       123-bonus-provincial-tax.
           move ws-bonus-mediator-without to ws-mediator.
           perform 122-compute-provincial-tax.
           move ws-annual-prov-tax to ws-bonus-prov-without.
           move ws-bonus-mediator-with to ws-mediator.
           perform 122-compute-provincial-tax.
           if ws-annual-prov-tax > ws-bonus-prov-without then
               compute ws-provinvial-tax-calc rounded =
                 ws-annual-prov-tax - ws-bonus-prov-without
           end-if.

      *Apply one provincial bracket's rate against the slice of
      *ws-mediator that falls inside it, the provincial mirror of
      *112-apply-federal-bracket. The province's last bracket has no
      *who has already reached the maximum gets zero for the rest of
      *the year. A master record carrying a different tax year counts
      *as no contributions yet, matching 150-update-master-file's
      *year-change reset. A Quebec employee (province-code "QC")
      *contributes to the QPP instead of the CPP, pays EI at
      *Quebec's reduced rate, and pays QPIP premiums on top -- each
      *against its own yearly maximum.
       125-statutory-deductions.
           move zero to ws-cpp-calc.
           move zero to ws-ei-calc.
           move zero to ws-qpp-calc.
           move zero to ws-qpip-calc.
           move zero to ws-ytd-cpp-on-file.
           move zero to ws-ytd-ei-on-file.
           move zero to ws-ytd-addl-on-file.
           move zero to ws-ytd-garn-on-file.
           move zero to ws-ytd-qpp-on-file.
           move zero to ws-ytd-qpip-on-file.
           if province-code = ws-quebec-code then
               move ws-ei-qc-rate to ws-ei-rate-in-force
               move ws-ei-qc-max-premium to ws-ei-max-in-force
           else
               move ws-ei-rate to ws-ei-rate-in-force
               move ws-ei-max-premium to ws-ei-max-in-force
           end-if.
           move tax-employee-id to mst-employee-id.
           read master-file
               invalid key
                         ws-ytd-addl-on-file
                       move mst-ytd-garnish to
                         ws-ytd-garn-on-file
                       move mst-ytd-qpp to ws-ytd-qpp-on-file
                       move mst-ytd-qpip to ws-ytd-qpip-on-file
                   end-if
           end-read.
           if tax-trans-reversal then
               perform 129-lookup-posted-statutory
           else
               if province-code = ws-quebec-code then
                   perform 143-qpp-calculation
                   perform 127-ei-calculation
                   perform 144-qpip-calculation
               else
                   perform 126-cpp-calculation
                   perform 127-ei-calculation
               end-if
           end-if.
           perform 132-employer-contributions.

      *earnings are enforced through that room rather than per
      *period. An adjustment's gross is a difference on top of an
      *original that already took the period exemption, so no
      *exemption share comes off it again -- nor off a bonus, which
      *is paid on top of the period's regular pay. A "-" adjustment
      *is capped at what is actually on file, so it never drives the
      *YTD figure negative. (Reversals never reach here -- they take
      *the actually-posted amounts from the audit journal in
      *129-lookup-posted-statutory.)
       126-cpp-calculation.
           if tax-trans-adjustment or tax-trans-bonus then
               compute ws-cpp-calc rounded = gross-salary *
                 ws-cpp-rate
           else
      *maximum insurable earnings are enforced through that room
      *rather than per period. A "-" adjustment is capped at what is
      *actually on file, like CPP; reversals take their amounts from
      *the audit journal instead of coming here. The rate and
      *maximum are the ones 125-statutory-deductions put in force
      *for the record -- Quebec's reduced ones for a QC employee.
       127-ei-calculation.
           compute ws-ei-calc rounded = gross-salary *
             ws-ei-rate-in-force.
           if ws-trans-sign < ws-zero then
               if ws-ei-calc > ws-ytd-ei-on-file then
                   move ws-ytd-ei-on-file to ws-ei-calc
               end-if
           else
               if ws-ytd-ei-on-file < ws-ei-max-in-force then
                   compute ws-ei-room = ws-ei-max-in-force -
                     ws-ytd-ei-on-file
               else
                   move zero to ws-ei-room
      *lookup, so the employer side follows the employee side
      *exactly -- an employee at the yearly maximum matches zero,
      *and a reversal backs out exactly the match that was posted.
      *The QPP is matched the same way, and the employer's QPIP
      *premium is the employee premium scaled by the ratio of the
      *two QPIP rates, so it too stops when the employee's does.
       132-employer-contributions.
           compute ws-er-cpp-calc rounded = ws-cpp-calc *
             ws-er-cpp-factor.
           compute ws-er-ei-calc rounded = ws-ei-calc *
             ws-er-ei-factor.
           compute ws-er-qpp-calc rounded = ws-qpp-calc *
             ws-er-qpp-factor.
           move zero to ws-er-qpip-calc.
           if ws-qpip-rate > zero then
               compute ws-er-qpip-calc rounded = ws-qpip-calc *
                 ws-qpip-er-rate / ws-qpip-rate
           end-if.

      *Add this record's signed gross to its province's payroll for
      *the run -- the employer payroll the provincial levies are
      *charged on, reversals and adjustments included.
       141-accumulate-province-payroll.
           set ws-prov-idx to 1.
           search ws-province-entry
               when ws-prov-tbl-code(ws-prov-idx) = province-code
                   add ws-gross-signed to
                     ws-prov-tbl-gross(ws-prov-idx)
           end-search.

      *Charge this record to the employee's cost centres: the
      *gross, everything withheld from pay (what the clearing debit
      *covers) and the employer statutory expense, split by the
      *percentages on the reference record (still in employee-record
      *from 106-check-employee-reference). An employee with no cost
      *centre on file is charged whole to head office.
       142-distribute-cost-centres.
           compute ws-cc-record-withheld = ws-federal-tax-signed +
             ws-prov-tax-signed + ws-cpp-signed + ws-ei-signed +
             ws-addl-tax-signed + ws-garnish-signed + ws-qpp-signed +
             ws-qpip-signed.
           compute ws-cc-record-expense = ws-er-cpp-signed +
             ws-er-ei-signed + ws-er-qpp-signed + ws-er-qpip-signed.
           if emp-cost-centre(1) = spaces then
               move ws-gl-ho-cost-centre to ws-cc-code-wanted
               move ws-gross-signed to ws-cc-share-gross
               move ws-cc-record-withheld to ws-cc-share-withheld
               move ws-cc-record-expense to ws-cc-share-expense
               perform 146-post-cost-centre-share
           else
               move zero to ws-cc-split-last
               perform 147-find-last-split-entry
                 varying ws-cc-sub from 1 by 1
                 until ws-cc-sub > 3
               move zero to ws-cc-given-gross ws-cc-given-withheld
                 ws-cc-given-expense
               perform 145-take-cost-centre-share
                 varying ws-cc-sub from 1 by 1
                 until ws-cc-sub > ws-cc-split-last
           end-if.

      *Work out one split entry's share of the record and post it.
      *The last entry in use takes what the others left, so the
      *rounded shares add back to the record to the cent.
       145-take-cost-centre-share.
           if emp-cost-centre(ws-cc-sub) not = spaces then
               move emp-cost-centre(ws-cc-sub) to ws-cc-code-wanted
               if ws-cc-sub = ws-cc-split-last then
                   compute ws-cc-share-gross = ws-gross-signed -
                     ws-cc-given-gross
                   compute ws-cc-share-withheld =
                     ws-cc-record-withheld - ws-cc-given-withheld
                   compute ws-cc-share-expense =
                     ws-cc-record-expense - ws-cc-given-expense
               else
                   compute ws-cc-share-gross rounded =
                     ws-gross-signed * emp-cost-percent(ws-cc-sub) /
                     100
                   compute ws-cc-share-withheld rounded =
                     ws-cc-record-withheld *
                     emp-cost-percent(ws-cc-sub) / 100
                   compute ws-cc-share-expense rounded =
                     ws-cc-record-expense *
                     emp-cost-percent(ws-cc-sub) / 100
                   add ws-cc-share-gross to ws-cc-given-gross
                   add ws-cc-share-withheld to ws-cc-given-withheld
                   add ws-cc-share-expense to ws-cc-given-expense
               end-if
               perform 146-post-cost-centre-share
           end-if.

      *Note the last split entry that names a cost centre.
       147-find-last-split-entry.
           if emp-cost-centre(ws-cc-sub) not = spaces then
               move ws-cc-sub to ws-cc-split-last
           end-if.

      *Add one share to its cost centre's table entry, opening the
      *entry the first time the cost centre is met this run. Once
      *the table is full a new cost centre is charged to head
      *office, and the run-control report says how often.
       146-post-cost-centre-share.
           set ws-cc-idx to 1.
           search ws-cc-entry
               at end
                   perform 148-open-cost-centre
               when ws-cc-idx > ws-cc-count
                   perform 148-open-cost-centre
               when ws-cc-code(ws-cc-idx) = ws-cc-code-wanted
                   continue
           end-search.
           add 1 to ws-cc-records(ws-cc-idx).
           add ws-cc-share-gross to ws-cc-gross(ws-cc-idx).
           add ws-cc-share-withheld to ws-cc-withheld(ws-cc-idx).
           add ws-cc-share-expense to ws-cc-expense(ws-cc-idx).

      *Open a table entry for a cost centre not met yet this run,
      *or fall back on head office's entry when the table is full.
       148-open-cost-centre.
           if ws-cc-count < ws-max-cost-centres then
               add 1 to ws-cc-count
               set ws-cc-idx to ws-cc-count
               move ws-cc-code-wanted to ws-cc-code(ws-cc-idx)
               move zero to ws-cc-records(ws-cc-idx)
                 ws-cc-gross(ws-cc-idx) ws-cc-withheld(ws-cc-idx)
                 ws-cc-expense(ws-cc-idx)
           else
               add 1 to ws-cc-overflow-count
               set ws-cc-idx to 1
           end-if.

      *Open the cost centre table with head office's entry, the one
      *every employee with no cost centre on file is charged to.
       157-initialize-cost-centres.
           move ws-gl-ho-cost-centre to ws-cc-code-wanted.
           perform 148-open-cost-centre.

      *QPP: the Quebec mirror of 126-cpp-calculation -- the rate
      *on this period's pensionable earnings (the gross less one
      *period's share of the QPP basic exemption, no share coming
      *off an adjustment or a bonus), capped at the room left
      *under the QPP yearly maximum contribution, or at what is on
      *file for a "-" adjustment.
       143-qpp-calculation.
           if tax-trans-adjustment or tax-trans-bonus then
               compute ws-qpp-calc rounded = gross-salary *
                 ws-qpp-rate
           else
               if gross-salary > ws-qpp-period-exemption then
                   compute ws-qpp-calc rounded =
                     (gross-salary - ws-qpp-period-exemption) *
                     ws-qpp-rate
               end-if
           end-if.
           if ws-qpp-calc > zero then
               if ws-trans-sign < ws-zero then
                   if ws-qpp-calc > ws-ytd-qpp-on-file then
                       move ws-ytd-qpp-on-file to ws-qpp-calc
                   end-if
               else
                   if ws-ytd-qpp-on-file < ws-qpp-max-contribution
                     then
                       compute ws-qpp-room =
                         ws-qpp-max-contribution -
                         ws-ytd-qpp-on-file
                   else
                       move zero to ws-qpp-room
                   end-if
                   if ws-qpp-calc > ws-qpp-room then
                       move ws-qpp-room to ws-qpp-calc
                   end-if
               end-if
           end-if.

      *QPIP: the premium rate (carried per $100 of insurable
      *earnings) on this period's gross, capped at the room left
      *under the QPIP yearly maximum premium, or at what is on file
      *for a "-" adjustment, the way EI is.
       144-qpip-calculation.
           compute ws-qpip-calc rounded = gross-salary *
             ws-qpip-rate / 100.
           if ws-trans-sign < ws-zero then
               if ws-qpip-calc > ws-ytd-qpip-on-file then
                   move ws-ytd-qpip-on-file to ws-qpip-calc
               end-if
           else
               if ws-ytd-qpip-on-file < ws-qpip-max-premium then
                   compute ws-qpip-room = ws-qpip-max-premium -
                     ws-ytd-qpip-on-file
               else
                   move zero to ws-qpip-room
               end-if
               if ws-qpip-calc > ws-qpip-room then
                   move ws-qpip-room to ws-qpip-calc
               end-if
           end-if.

      *A reversal must back out the CPP and EI that were ACTUALLY
      *posted for that employee and period -- recomputing them from
           move zero to ws-posted-ei.
           move zero to ws-posted-addl-tax.
           move zero to ws-posted-garnish.
           move zero to ws-posted-qpp.
           move zero to ws-posted-qpip.
           move tax-employee-id to ndx-employee-id.
           move ws-tax-year to ndx-tax-year.
           move tax-pay-period to ndx-pay-period.
                   move ndx-posted-ei to ws-posted-ei
                   move ndx-posted-addl-tax to ws-posted-addl-tax
                   move ndx-posted-garnish to ws-posted-garnish
                   move ndx-posted-qpp to ws-posted-qpp
                   move ndx-posted-qpip to ws-posted-qpip
           end-read.
           move zero to ws-cpp-calc.
           move zero to ws-ei-calc.
           move zero to ws-qpp-calc.
           move zero to ws-qpip-calc.
           if ws-posted-cpp > zero then
               move ws-posted-cpp to ws-cpp-calc
           end-if.
           if ws-ei-calc > ws-ytd-ei-on-file then
               move ws-ytd-ei-on-file to ws-ei-calc
           end-if.
           if ws-posted-qpp > zero then
               move ws-posted-qpp to ws-qpp-calc
           end-if.
           if ws-qpp-calc > ws-ytd-qpp-on-file then
               move ws-ytd-qpp-on-file to ws-qpp-calc
           end-if.
           if ws-posted-qpip > zero then
               move ws-posted-qpip to ws-qpip-calc
           end-if.
           if ws-qpip-calc > ws-ytd-qpip-on-file then
               move ws-ytd-qpip-on-file to ws-qpip-calc
           end-if.

      *Fallback for a posting from before the statutory index
      *existed: scan the audit journal front to back for the last
      *different tax year replaced the record outright (the
      *year-change reset), so its after image IS the posted amount.
      *A latest delta of zero or less (the period already reversed)
      *leaves nothing to back out. Bonus entries are passed over --
      *a reversal backs out the period's regular pay.
       131-scan-journal-entry.
           read journal-file
               at end
               not at end
                   if jrn-employee-id = tax-employee-id and
                     jrn-tax-year = ws-tax-year and
                     jrn-pay-period = tax-pay-period and
                     jrn-trans-code not = "B" then
                       if jrn-bef-tax-year = jrn-tax-year then
                           compute ws-posted-cpp = jrn-aft-cpp -
                             jrn-bef-cpp
                             jrn-aft-addl-tax - jrn-bef-addl-tax
                           compute ws-posted-garnish =
                             jrn-aft-garnish - jrn-bef-garnish
                           compute ws-posted-qpp = jrn-aft-qpp -
                             jrn-bef-qpp
                           compute ws-posted-qpip = jrn-aft-qpip -
                             jrn-bef-qpip
                       else
                           move jrn-aft-cpp to ws-posted-cpp
                           move jrn-aft-ei to ws-posted-ei
                             ws-posted-addl-tax
                           move jrn-aft-garnish to
                             ws-posted-garnish
                           move jrn-aft-qpp to ws-posted-qpp
                           move jrn-aft-qpip to ws-posted-qpip
                       end-if
                   end-if
           end-read.
