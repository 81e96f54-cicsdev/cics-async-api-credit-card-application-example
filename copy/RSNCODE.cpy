      *        ASYNCPNT/SEQPNT and copy/QUOTEHLD.cpy)
      *   R027 disputed bureau data - routed to review (see
      *        copy/DISPUTES.cpy and src/CSDSPUTE.cbl)
      *   R028 vulnerable customer - routed to review (see
      *        APPLY-VULNERABLE-TREATMENT in ASYNCPNT/SEQPNT and
      *        copy/VULNMARK.cpy); the letter text is deliberately
      *        plain - it never says why
      *
      * Loaded/refreshed by CUSLOAD like the other reference files -
      * rewording a letter reason is a file update.
