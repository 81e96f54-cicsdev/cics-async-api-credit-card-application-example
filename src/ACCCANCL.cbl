           MOVE SPACES TO AU-REASON-CODES
           MOVE SPACES TO AU-CONSENT-REF
           MOVE SPACES TO AU-REQUESTED-PRODUCT
           MOVE SPACES TO AU-INTAKE-CHANNEL
           MOVE SPACES TO AU-NAME-LAST-UPDATED
           MOVE SPACES TO AU-ADDR-LAST-UPDATED
           MOVE SPACES TO AU-POLICY-LAST-UPDATED
