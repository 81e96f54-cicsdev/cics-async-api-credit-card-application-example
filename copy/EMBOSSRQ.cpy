      * re-queue. The nightly CSEMBOSS extract is driven off the
      * AUDIT trail, which only ever carries first-time application
      * decisions - a card that needs producing again (a lost/stolen
      * replacement from CRPL, a product-change reissue from CPCH
      * through CRPL, a renewal reissue from CSRENEWL, a name-change
      * reissue from CSNAMCHG) has no new audit row to ride on.
      * Those paths queue a PENDING row here instead, keyed like
      * CSCACHE (account plus applicant sequence), and CSEMBOSS
      * walks this file after its audit pass, builds the extract
      * record from the CSCACHE/CARDMAS rows as they stand now, and
      * moves the row to EXTRACTD with the date -
      * so a re-produced card flows through exactly the same extract,
      * return-feed and CARDMAS reconciliation as a first issue.
      ******************************************************************
