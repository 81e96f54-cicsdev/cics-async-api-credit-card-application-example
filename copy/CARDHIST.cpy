      * applicant sequence and the moment of the replacement, holding
      * both the number taken out of service and the number that
      * replaced it.
      *
      * CH-CHANGE-REASON is the CRPL hot-list reason - LOST,
      * STOLEN, LOCKLOST (a locked card escalated as lost), PRODCHG
      * (a product-change reissue) or BREACH (a compromised card
      * reissued through CMPR). The CSRENEWL renewal run (see
      * src/CSRENEWL.cbl) also writes a row, reason RENEWAL, for
      * every card it renews - the number is kept, so old and new
      * are the same.
      ******************************************************************
       01  CARDHIST-RECORD.
           05  CH-HIST-KEY.
