      *    individually stay under the threshold but together land in
      *    the review band just below it. One review line per finding,
      *    with the customer's name pulled from CUSTOMER-FILE. Modeled
      *    on dormant-account-detection.cbl's batch-job shape. The
      *    findings are picked up into AML investigation cases by
      *    aml-case-intake.cbl.

       environment division.
       input-output section.
