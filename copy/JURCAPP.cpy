      ******************************************************************
      *  JURCAPP
      *
      * Shared jurisdictional cap lookup for the batch programs.
      * Included into the PROCEDURE DIVISION of CSRPRREV, CSPROMEX,
      * CSDELINQ and CSCAPRPT: finds the legal APR and fee ceilings
      * that apply to the cardholder on CAP-CUST-NO, off the country
      * and region of the CUSTADDR address (decrypted under the key
      * named on the row) - the region's JURCAP row if there is one,
      * otherwise the country-wide row. See copy/JURCAP.cpy.
      *
      * Sets CAP-FOUND to 'Y' and returns CAP-MAX-APR,
      * CAP-MAX-ANNUAL-FEE and CAP-MAX-LATE-FEE (zero = that item is
      * not capped) with CAP-COUNTRY-CODE and CAP-REGION naming the
      * jurisdiction; 'N' when the address is not on file, its
      * jurisdiction has no row, or JURCAP is not open - the price
      * then stands as it is.
      *
      * The importing program must declare CUSTADDR as a keyed file
      * (COPY CUSTADDR, random or dynamic access, status in
      * CUSTADDR-STATUS) and JURCAP likewise (COPY JURCAP, status in
      * JURCAP-STATUS), open them itself - JURCAP optionally, setting
      * JURCAP-OPEN to 'Y' when it opened - and declare CAP-CUST-NO,
      * CAP-FOUND, CAP-COUNTRY-CODE, CAP-REGION, CAP-MAX-APR,
      * CAP-MAX-ANNUAL-FEE, CAP-MAX-LATE-FEE, CRYPT-DECRYPT and
      * CRYPT-FIELD-LEN - see CSCAPRPT.cbl. CA-CUSTADDR-RECORD is left
      * holding the decrypted address.
      ******************************************************************
       FIND-JURISDICTION-CAP.
           MOVE 'N'    TO CAP-FOUND
           MOVE SPACES TO CAP-COUNTRY-CODE
           MOVE SPACES TO CAP-REGION
           MOVE 0      TO CAP-MAX-APR
           MOVE 0      TO CAP-MAX-ANNUAL-FEE
           MOVE 0      TO CAP-MAX-LATE-FEE

           IF JURCAP-OPEN = 'Y'
               MOVE CAP-CUST-NO TO CA-CUST-NO
               READ CUSTADDR
                   KEY IS CA-CUST-NO
                   INVALID KEY
                       CONTINUE
               END-READ

               IF CUSTADDR-STATUS = '00'
                   MOVE 140 TO CRYPT-FIELD-LEN
                   CALL 'CSCRYPT' USING CRYPT-DECRYPT CA-ENCRYPT-KEY
                       CA-ADDR-LINE-1 CRYPT-FIELD-LEN
                   MOVE CA-COUNTRY-CODE TO CAP-COUNTRY-CODE
                   MOVE CA-REGION       TO CAP-REGION
                   PERFORM READ-JURISDICTION-ROW
               END-IF
           END-IF
           .

      * The region's own row first; a region with none (or an
      * address with no region) falls back to the country's row.
       READ-JURISDICTION-ROW.
           MOVE CAP-COUNTRY-CODE TO JC-COUNTRY-CODE
           MOVE CAP-REGION       TO JC-REGION
           READ JURCAP
               KEY IS JC-CAP-KEY
               INVALID KEY
                   CONTINUE
           END-READ

           IF JURCAP-STATUS NOT = '00'
              AND CAP-REGION NOT = SPACES
               MOVE SPACES TO JC-REGION
               READ JURCAP
                   KEY IS JC-CAP-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           IF JURCAP-STATUS = '00'
               MOVE 'Y'               TO CAP-FOUND
               MOVE JC-MAX-APR        TO CAP-MAX-APR
               MOVE JC-MAX-ANNUAL-FEE TO CAP-MAX-ANNUAL-FEE
               MOVE JC-MAX-LATE-FEE   TO CAP-MAX-LATE-FEE
           END-IF
           .
