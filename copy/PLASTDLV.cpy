      ******************************************************************
      *  PLASTDLV
      *
      * Record layout for the PLASTDLV VSAM KSDS - the register of
      * plastic delivery notes credited to PLASTINV through the PLST
      * transaction (see src/CSPLSTOK.cbl), keyed on the bureau's
      * delivery note number. PLST writes the note here before it
      * credits the stock, so a note keyed a second time is turned
      * away rather than counted twice.
      ******************************************************************
       01  PLASTDLV-RECORD.
           05  PN-DELIVERY-NOTE        PIC X(12).
           05  PN-PRODUCT-CODE         PIC X(4).
           05  PN-CARD-DESIGN          PIC X(4).
           05  PN-QUANTITY             PIC 9(7).
           05  PN-RECEIVED-DATE        PIC X(8).
           05  PN-KEYED-BY             PIC X(8).
           05  FILLER                  PIC X(17).
