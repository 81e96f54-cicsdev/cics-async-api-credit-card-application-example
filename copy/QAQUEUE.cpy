      ******************************************************************
      *  QAQUEUE
      *
      * Record layout for the QAQUEUE VSAM KSDS - the four-eyes
      * quality sample of manual decisions. Underwriter decisions
      * (UNDW, off REVIEWQ), fraud dispositions (FRDC, off FRAUDCAS)
      * and appeal outcomes (APPE, off APPEALS) are each taken by one
      * person; the CSQASAMP daily batch (see src/CSQASAMP.cbl)
      * draws a random share of each day's decisions - a higher
      * share for operators still inside their new-staff period on
      * OPERROLE - and queues them here PENDING.
      *
      * Keyed on the decision type (the deciding transaction's id),
      * the application and the day the decision was taken, so a
      * re-run of the sampling day never queues a decision twice.
      *
      * The QACK transaction (see src/CSQACHK.cbl) lets a second
      * reviewer AGREE or DISAGREE with the decision - never the
      * operator who took it - and a disagreement must carry one of
      * the QA reason codes below. The CSQARPT monthly report (see
      * src/CSQARPT.cbl) gives the QA error rate per operator and
      * per decision type for the audit committee.
      *
      *   QA reason codes -
      *     POLC  credit or fraud policy not followed
      *     EVID  evidence on file not weighed (bureau, documents,
      *           rule hits)
      *     TERM  limit, product or terms wrong for the position
      *     NOTE  decision note does not support the outcome
      *     OTHR  other - see the QA note
      ******************************************************************
       01  QAQUEUE-RECORD.
           05  QA-SAMPLE-KEY.
               10  QA-DECISION-TYPE    PIC X(4).
               10  QA-CUST-NO          PIC X(8).
               10  QA-APPL-SEQ-NO      PIC 9(1).
               10  QA-DECISION-DATE    PIC X(8).
           05  QA-STATUS               PIC X(8).
               88  QA-PENDING          VALUE 'PENDING '.
               88  QA-AGREED           VALUE 'AGREED  '.
               88  QA-DISAGREED        VALUE 'DISAGREE'.
      * The decision as taken, and by whom.
           05  QA-DECISION             PIC X(8).
           05  QA-DECIDED-BY           PIC X(8).
           05  QA-NEW-STAFF            PIC X(1).
           05  QA-SAMPLED-DATE         PIC X(8).
      * The second reviewer's verdict.
           05  QA-REVIEWER-ID          PIC X(8).
           05  QA-REVIEW-DATE          PIC X(8).
           05  QA-REVIEW-TIME          PIC X(8).
           05  QA-REASON-CODE          PIC X(4).
               88  QA-VALID-REASON     VALUE 'POLC' 'EVID' 'TERM'
                                             'NOTE' 'OTHR'.
           05  QA-REVIEW-NOTE          PIC X(40).
           05  FILLER                  PIC X(20).
