      * deceased customer is the kind of letter that ends up in the
      * newspaper; this file is how the change that should have
      * prevented it is evidenced.
      *
      * The batch runs that change a status write the same row with
      * their own name in SH-CHANGED-BY - DECREGFD for the deceased
      * registry feed, DORMANCY for the monthly CSDORMNT dormancy
      * run, CSPOSTNG when a posting reactivates a dormant account,
      * CHGOFF when the CSCHGOFF charge-off run blocks an account.
      ******************************************************************
       01  STATHIST-RECORD.
           05  SH-HIST-KEY.
