      *    run imputes into taxable wages: one line per employee and
      *    benefit type (GTL for group-term life over the exclusion,
      *    AUTO for personal use of a company vehicle) with the
      *    amount to impute per pay period. STAFFBANK lines belong
      *    to staff-benefit-impute.cbl, which rebuilds them from the
      *    banking side's staff_benefits.dat each month; a change
      *    keyed to one here lasts only until that run.

       environment division.
       input-output section.
