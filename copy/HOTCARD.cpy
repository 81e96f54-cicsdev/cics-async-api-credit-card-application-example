      *
      * HC-HOTLIST-REASON is LOST or STOLEN as the cardholder
      * reported it; HC-REPORTED-BY is the operator who keyed the
      * report. A number the card scheme names in a data breach is
      * hot-listed as BREACH by the CSCMPMAT run (see
      * src/CSCMPMAT.cbl), with the job's own name as the
      * reporter. The authorisation feed picks this file up - our
      * side of the story is simply that the number is on it. The
      * CSAUTHFD run (see src/CSAUTHFD.cbl) sends every number on
      * it to the authorization switch as hot-listed.
      ******************************************************************
       01  HOTCARD-RECORD.
           05  HC-CARD-NUMBER          PIC X(16).
