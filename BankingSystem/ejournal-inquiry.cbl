
      *    Search screen for the teller electronic journal the
      *    banking-system screen writes (menu actions, inquiries,
      *    denied withdrawals, dual-control parks, sign-on attempts,
      *    and the signer or POA who transacted or was refused at the
      *    window -- official-check.cbl's purchases included).
      *    Searches by operator, by customer, or by business-date
      *    range -- the three questions an examiner actually asks.

