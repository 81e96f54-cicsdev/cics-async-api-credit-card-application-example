       1 BLEND-WORK               PIC 9(4)  VALUE 0.
       1 SNAPSHOT-LAST-UPDATED    PIC X(26) VALUE SPACES.

      * Whether the parent is only running an ACCD what-if - sent in
      * the PULLCONTEXT container; a caller that sends none is live.
      * Goes on the snapshot so the invoice reconciliation (CSBURINV)
      * leaves dry-run pulls out of the business's own.
       1 PULL-DRY-RUN             PIC X(1)  VALUE 'N'.

        LOCAL-STORAGE SECTION.

       1 CONTAINER-NAMES.
         2 INPUT-CONTAINER    PIC X(16) VALUE 'INPUTCONTAINER  '.
         2 CRDTCHK-CONTAINER  PIC X(16) VALUE 'CREDITCHECKCONT '.
         2 PULLCTX-CONTAINER  PIC X(16) VALUE 'PULLCONTEXT     '.

       1 PROG-NAMES.
         2 CREDIT-CHECK       PIC X(8) VALUE 'CRDTCHK '.
           END-EXEC
           PERFORM LOG-CICS-ERROR

           EXEC CICS GET CONTAINER ( PULLCTX-CONTAINER )
                           INTO    ( PULL-DRY-RUN )
                           RESP    ( COMMAND-RESP )
                           RESP2   ( COMMAND-RESP2 )
           END-EXEC
           IF COMMAND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'N' TO PULL-DRY-RUN
               MOVE DFHRESP(NORMAL) TO COMMAND-RESP
           END-IF

           PERFORM READ-CONTROL-PARAMETERS

      * "Call" the credit bureau, retrying with backoff if the call
      * history, and whether the bureau ended up unavailable. A
      * second call inside the same second lands on DUPREC and is
      * quietly dropped - the first snapshot already tells the story.
      * The row also says which bureaus were actually reached (each
      * one reached is an inquiry they will bill us for), the product
      * applied for and whether it was a dry run - what the CSBURINV
      * invoice reconciliation counts.
       WRITE-BUREAU-SNAPSHOT.
           EXEC CICS ASKTIME ABSTIME(SNAPSHOT-ABSTIME)
           END-EXEC
           MOVE BUREAU-UNAVAILABLE TO BS-BUREAU-UNAVAILABLE
           MOVE RECORD-WAS-ON-FILE TO BS-RECORD-ON-FILE
           MOVE BUREAU-USED        TO BS-BUREAU-USED
           MOVE PRODUCT-CODE-IN    TO BS-PRODUCT-CODE
           MOVE PULL-DRY-RUN       TO BS-DRY-RUN-FLAG
           MOVE 'O'                TO BS-PULL-SOURCE
           MOVE 'N'                TO BS-BUREAU1-PULLED
           MOVE 'N'                TO BS-BUREAU2-PULLED
           IF (FIRST-SOURCE = '1' AND FIRST-REACHED = 'Y')
              OR (SECOND-SOURCE = '1' AND SECOND-REACHED = 'Y')
               MOVE 'Y' TO BS-BUREAU1-PULLED
           END-IF
           IF (FIRST-SOURCE = '2' AND FIRST-REACHED = 'Y')
              OR (SECOND-SOURCE = '2' AND SECOND-REACHED = 'Y')
               MOVE 'Y' TO BS-BUREAU2-PULLED
           END-IF

           EXEC CICS WRITE FILE ('BURSNAP')
                           FROM   (BURSNAP-RECORD)
