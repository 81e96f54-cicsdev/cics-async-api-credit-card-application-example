      * application that would auto-decline on the disputed score
      * routes to REVIEWQ instead (reason DISPUTE, code R027), so
      * the data under investigation cannot keep harming the
      * customer. An OPEN entry also has the CSAGYRTN run (see
      * src/CSAGYRTN.cbl) recall the account from the collections
      * agency.
      *
      * Resolution triggers an automatic fresh pull through CRDTCHK,
      * and the outcome and corrected score are logged against the
