      * The parent turns a match into the WATCHLT hard stop and
      * routes the match detail to the review queue - the detail is
      * never put on a terminal screen.
      *
      * A caller screening someone who is not on the customer master
      * - the CAUS authorized-user add (see src/CSADDUSR.cbl) -
      * also puts a SCRNIDENTITY container carrying the person's
      * name, date of birth and national id (blank if not known),
      * and that identity is screened instead of the account's. The
      * match rules are the same.
      ******************************************************************

       IDENTIFICATION DIVISION.
         2 WATCH-ENTRY-ID        PIC X(8)  VALUE SPACES.
         2 WATCH-LIST-TYPE       PIC X(8)  VALUE SPACES.

      * Optional identity supplied by the caller - see above.
       1 SCREEN-IDENTITY-IN.
         2 SI-NAME               PIC X(80).
         2 SI-DATE-OF-BIRTH      PIC X(8).
         2 SI-NATIONAL-ID        PIC X(12).

       1 CUSTMAS-RESP             PIC S9(8) COMP.
       1 WATCHLST-RESP            PIC S9(8) COMP.
       1 END-OF-WATCHLIST         PIC X(1)  VALUE 'N'.
       1 CONTAINER-NAMES.
         2 INPUT-CONTAINER    PIC X(16) VALUE 'INPUTCONTAINER  '.
         2 SCRNWTCH-CONTAINER PIC X(16) VALUE 'SCRNWTCHCONT    '.
         2 IDENTITY-CONTAINER PIC X(16) VALUE 'SCRNIDENTITY    '.

       1 PROG-NAMES.
         2 SCREEN-WATCH       PIC X(8) VALUE 'SCRNWTCH'.
           END-EXEC
           PERFORM LOG-CICS-ERROR

      * A caller-supplied identity takes the place of the customer
      * master's. No such container is the ordinary case.
           EXEC CICS GET CONTAINER (IDENTITY-CONTAINER)
                           INTO    ( SCREEN-IDENTITY-IN )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC

           IF COMMAND-RESP = DFHRESP(NORMAL)
               MOVE SPACES           TO CUSTMAS-RECORD
               MOVE SI-NAME          TO CM-CUST-NAME
               MOVE SI-DATE-OF-BIRTH TO CM-DATE-OF-BIRTH
               MOVE SI-NATIONAL-ID   TO CM-NATIONAL-ID
               MOVE DFHRESP(NORMAL)  TO CUSTMAS-RESP
           ELSE
               PERFORM READ-APPLICANT-IDENTITY
           END-IF

           IF CUSTMAS-RESP = DFHRESP(NORMAL)
               PERFORM SCREEN-AGAINST-WATCHLIST
