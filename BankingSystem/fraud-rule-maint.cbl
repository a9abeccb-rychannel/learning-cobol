      *      BIG-AMT  param1 = multiple of the customer's own average
      *               posting amount that counts as unusual.
      *    Action W soft-warns the teller; B hard-blocks the posting.
      *    Trips land on fraud_review.dat either way. The same file
      *    also takes the returned-mail watch entries: RM-ADDR for an
      *    address change by customer-profile-maint.cbl and RM-OFCHK
      *    for an official check issued (W) or refused (B) while the
      *    address is flagged undeliverable or newly corrected.

       environment division.
       input-output section.
