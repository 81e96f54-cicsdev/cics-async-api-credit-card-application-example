      ******************************************************************
      *  PIIACCS
      *
      * Record layout for the PIIACCS VSAM KSDS - the PII access log.
      * CHGJRNL says who changed a customer's record; nothing said
      * who merely looked at one. Every display of a customer's
      * personal data - ACCQ, C360, NSRC, UNDS and CUSM BRW - now
      * writes a row here naming the operator, the transaction, the
      * account and the moment, before the screen goes out.
      *
      * One row per display, keyed on the moment it happened, the
      * CICS task number and a tie-break (so one task showing two
      * accounts keeps both), which puts the log in date order for
      * the weekly CSPIIRPT who-looked-at-whom report (see
      * src/CSPIIRPT.cbl). A name search through NSRC writes one
      * 'S' row per search - with the argument typed and how many
      * accounts it listed - rather than a row per match, since the
      * list only ever shows masked names.
      *
      * The log holds who looked at whom, so it is itself protected:
      * no online transaction reads it, and read access to the data
      * set is granted to data protection and internal fraud only.
      *
      * Written through the shared WRITE-PII-ACCESS-LOG fragment
      * (copy/PIIACCSP.cpy).
      *
      *   AX-ACCESS-TYPE  D  a customer's record displayed
      *                   S  a name search run
      ******************************************************************
       01  PIIACCS-RECORD.
           05  AX-ACCESS-KEY.
               10  AX-ACCESS-DATE      PIC X(8).
               10  AX-ACCESS-TIME      PIC X(8).
               10  AX-TASK-NO          PIC 9(7).
               10  AX-TIE-BREAK        PIC 9(2).
           05  AX-USER-ID              PIC X(8).
           05  AX-TRANID               PIC X(4).
           05  AX-PROGRAM              PIC X(8).
           05  AX-ACCESS-TYPE          PIC X(1).
               88  AX-RECORD-DISPLAY   VALUE 'D'.
               88  AX-NAME-SEARCH      VALUE 'S'.
           05  AX-ACCOUNT              PIC X(8).
      * What the screen showed - NAME/ADDRESS, CACHED DECISION and
      * the like.
           05  AX-WHAT-SHOWN           PIC X(16).
      * Name searches only - spaces and zero on a display row.
           05  AX-SEARCH-ARGUMENT      PIC X(40).
           05  AX-MATCH-COUNT          PIC 9(3).
           05  FILLER                  PIC X(20).
