      * CM-ACCT-STATUS is the account's lifecycle state - ACTIVE,
      * CLOSED, DECEASED, BLOCKED or DORMANT - maintained by CUSM's
      * STA action (each change history-logged to STATHIST) and by
      * CUSLOAD; DORMANT is also set, cleared and followed to CLOSED
      * by the monthly CSDORMNT run, and cleared by CSPOSTNG when a
      * cardholder posting lands; BLOCKED is also set by the
      * nightly CSCHGOFF run when it charges an account off.
      * VALIDATE-ACCOUNT-NUMBER in ASYNCPNT/SEQPNT refuses every
      * non-active state with its own distinct application result,
      * so the audit trail says why; no letter is generated for
      * these refusals - a credit letter to a deceased customer's
      * address is exactly the outcome this field exists to
      * prevent. A blank status is a record from before the
      * lifecycle existed and reads as ACTIVE.
      *
      * CM-DATE-OF-BIRTH (YYYYMMDD) and CM-NATIONAL-ID are the
