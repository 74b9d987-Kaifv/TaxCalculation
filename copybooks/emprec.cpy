      *One reference record per employee, maintained through
      *EmpMaint and read by the pay-period run to validate every
      *incoming record. emp-status is "A" for active and "T" for
      *terminated. The banking fields feed the direct-deposit
      *payment file -- an employee with no banking details on file
      *(zero institution/transit or a blank account) is paid by
      *cheque through the exception listing instead.
       01 employee-record.
         05 emp-employee-id pic x(9).
         05 emp-name pic x(20).
         05 emp-province pic x(2).
         05 emp-status pic x(1).
         05 emp-bank-institution pic 9(3).
         05 emp-bank-transit pic 9(5).
         05 emp-bank-account pic x(12).
      *How often the employee is paid, which sets how many pay
      *periods make up their year: weekly (52), bi-weekly (26),
      *semi-monthly (24) or monthly (12). Left blank, the employee
      *is paid at the run's own frequency (PAYFREQ), the way every
      *employee was before the frequency was carried here.
         05 emp-pay-frequency pic x(1).
           88 emp-paid-weekly value "W".
           88 emp-paid-biweekly value "B".
           88 emp-paid-semimonthly value "S".
           88 emp-paid-monthly value "M".
           88 emp-paid-at-run-frequency value space.
      *Set to "I" by the bank returns run when the bank sends back a
      *deposit credit made to the banking details on file: the
      *pay-period run then pays the employee by cheque until HR
      *keys corrected banking details through EmpMaint, which
      *clears the flag again.
         05 emp-bank-status pic x(1).
           88 emp-banking-invalid value "I".
           88 emp-banking-usable value space.
      *The cost centre(s) the employee's payroll costs are charged
      *to: one cost centre carrying 100.00 percent, or a split of up
      *to three whose percentages add up to 100.00. A blank first
      *entry charges the employee to head office, as every
      *employee was charged before the cost centre was carried here.
         05 emp-cost-split occurs 3 times.
           10 emp-cost-centre pic x(6).
           10 emp-cost-percent pic 9(3)v99.
      *The date EmpMaint applied the employee's termination, and
      *where their Record of Employment stands: "P" pending from
      *the termination until the ROE run issues it, then "I".
         05 emp-term-date pic 9(8).
         05 emp-roe-status pic x(1).
           88 emp-roe-none value space.
           88 emp-roe-pending value "P".
           88 emp-roe-issued value "I".
