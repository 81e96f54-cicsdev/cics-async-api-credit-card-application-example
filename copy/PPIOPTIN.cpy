      *                       void (only EMPLOYED qualifies) - never
      *                       enrolled, never billed
      *              ENROLLED picked up by the CSPPIEXT enrolment
      *                       extract for the insurer - the only
      *                       status a claim can be logged against
      *                       (see copy/PPICLAIM.cpy)
      *
      * The premium prices off RC-PROTECT-PREM-PCT on the RATECARD
      * row at extract time - see src/CSPPIEXT.cbl.
