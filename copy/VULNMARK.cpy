      ******************************************************************
      *  VULNMARK
      *
      * Record layout for the VULNMARK VSAM KSDS - the vulnerable
      * customer marker, one row per account, keyed on the account.
      * Set, reviewed and lifted only through the VULN transaction
      * (see src/CSVULNMK.cbl), which is role-gated and puts the
      * before and after image of every change on the CHGJRNL
      * change journal - the marker says something about the
      * customer's circumstances and is kept as protected as the
      * rest of their file. Rows are never deleted - a lifted
      * marker is moved to REMOVED, so the account shows when it
      * was vulnerable and who said so.
      *
      *   VM-REASON         BEREAVED bereavement
      *                     ILLNESS  serious illness
      *                     COGNITIV cognitive impairment
      *   VM-REVIEW-DATE    the date the marker is next to be looked
      *                     at again with the customer - the monthly
      *                     CSVULRPT run (see src/CSVULRPT.cbl) lists
      *                     every ACTIVE marker due or overdue
      *   VM-LETTER-FORMAT  S standard print (blank is treated the
      *                     same), L large print, B braille - the
      *                     format the customer asked for their
      *                     letters in. CSLTRPRT (see src/CSLTRPRT.cbl)
      *                     flags it on each letter's page header for
      *                     the print vendor. The choice is the
      *                     customer's own and stands when the marker
      *                     itself is lifted.
      *   VM-COLL-RELEASE   Y - a supervisor has released the account
      *                     for the collections handoff while the
      *                     marker is ACTIVE (see src/CSCOLLEX.cbl);
      *                     anything else holds the handoff back.
      *                     Setting the marker again, or reviewing
      *                     it, takes the release away.
      *
      * While the marker is ACTIVE:
      *   - ASYNCPNT/SEQPNT send every new application to an
      *     underwriter rather than decide it automatically, and
      *     never make the deposit-secured counter-offer (reason
      *     VULNRBL, code R028 - see APPLY-VULNERABLE-TREATMENT);
      *   - CSCOLLEX holds back the collections handoff without a
      *     supervisor's release;
      *   - CSCAMPGN leaves the account out of a pre-approval
      *     campaign.
      ******************************************************************
       01  VULNMARK-RECORD.
           05  VM-CUST-NO              PIC X(8).
           05  VM-STATUS               PIC X(8).
               88  VM-IS-ACTIVE        VALUE 'ACTIVE  '.
               88  VM-IS-REMOVED       VALUE 'REMOVED '.
           05  VM-REASON               PIC X(8).
               88  VM-BEREAVED         VALUE 'BEREAVED'.
               88  VM-ILLNESS          VALUE 'ILLNESS '.
               88  VM-COGNITIVE        VALUE 'COGNITIV'.
           05  VM-REVIEW-DATE          PIC X(8).
           05  VM-LETTER-FORMAT        PIC X(1).
               88  VM-STANDARD-PRINT   VALUE 'S' ' '.
               88  VM-LARGE-PRINT      VALUE 'L'.
               88  VM-BRAILLE          VALUE 'B'.
           05  VM-SET-DATE             PIC X(8).
           05  VM-SET-BY               PIC X(8).
           05  VM-REVIEWED-DATE        PIC X(8).
           05  VM-REVIEWED-BY          PIC X(8).
           05  VM-COLL-RELEASE         PIC X(1).
           05  VM-RELEASE-DATE         PIC X(8).
           05  VM-RELEASE-BY           PIC X(8).
           05  VM-REMOVED-DATE         PIC X(8).
           05  VM-REMOVED-BY           PIC X(8).
           05  FILLER                  PIC X(20).
