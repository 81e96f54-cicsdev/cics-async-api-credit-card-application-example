      * One row per record changed, keyed on the affected account,
      * the moment of the change and a tie-break sequence (so one
      * CUSM UPD's CUSTMAS and CUSTADDR images both keep). The
      * before and after images are the raw record bytes, up to 272
      * of them - PII inside them stays exactly as the record held
      * it, encrypted where the record was encrypted. A record wider
      * than that is journalled as consecutive rows, one per slice:
      * CTLM writes a CTLPARM set (357 bytes) as a CTLPARM row for
      * bytes 1-272 and a CTLPARM2 row, next tie-break, for the rest.
      *
      * Written through the shared WRITE-CHANGE-JOURNAL fragment
      * (copy/CHGJRNLP.cpy) by CUSM, CTLM and XREF; read back by
      * the CHGJ inquiry (src/CSCHGJRN.cbl) by account prefix or by
      * user id and date range.
      *
      * CJ-NAME-REISSUE is set on the CUSTMAS row a CUSM UPD writes:
      * N when the operator marked the change a correction only, Y
      * otherwise. The nightly CSNAMCHG run (see src/CSNAMCHG.cbl)
      * reads it to decide whether a changed name gets a new card.
      * Spaces on every other row.
      ******************************************************************
       01  CHGJRNL-RECORD.
           05  CJ-JOURNAL-KEY.
           05  CJ-FILE-NAME            PIC X(8).
           05  CJ-BEFORE-IMAGE         PIC X(272).
           05  CJ-AFTER-IMAGE          PIC X(272).
           05  CJ-NAME-REISSUE         PIC X(1).
           05  FILLER                  PIC X(13).
