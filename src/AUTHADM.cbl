           MOVE 0              TO AA-AUDIT-SEQ
           MOVE TARGET-USER-IN TO AA-TARGET-USER-ID
           MOVE ADMIN-USER-ID  TO AA-ADMIN-USER-ID
           MOVE 'SUBMITTER '   TO AA-GRANT

           PERFORM WRITE-ADMIN-AUDIT-ATTEMPT

