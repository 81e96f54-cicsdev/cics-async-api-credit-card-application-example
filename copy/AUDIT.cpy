      * when no bureau pull happened or the run predates consent
      * capture.
      *
      * AU-INTAKE-CHANNEL names the front door the application came
      * in through - the INTAKECHAN container the caller put on the
      * channel (ACCSTRT, ACCJSON, MQIN, CSOVNT, CSCAMPGN, PAPRKEY
      * for a keyed paper form, ...), the
      * transaction id for a terminal run (ACCA/SCCA and their dry
      * run mirrors), or DIRECT for a caller that names none. A
      * CSRETRY re-drive carries the channel of the run that went
      * BURDOWN. Blank on records written for anything other than a
      * pipeline run (withdrawals, line increases, underwriter
      * decisions) and on records written before it existed - the
      * CSAUDCNV conversion (see src/CSAUDCNV.cbl) took the older
      * trail to this layout and rebuilt its chain. The CSFUNNEL
      * weekly report follows each application from here to the
      * card in use - see src/CSFUNNEL.cbl.
      *
      * AU-CHAIN-VALUE is the chained integrity value computed over
      * this record's content plus the PREVIOUS record's value at
      * write time - see copy/AUDCHNP.cpy and src/CSCHKSUM.cbl; the
           05  AU-REASON-CODES        PIC X(16).
           05  AU-REQUESTED-PRODUCT   PIC X(4).
           05  AU-CONSENT-REF         PIC X(26).
           05  AU-INTAKE-CHANNEL      PIC X(8).
           05  AU-CHAIN-VALUE         PIC X(8).
