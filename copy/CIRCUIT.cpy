      ******************************************************************
      *  CIRCUIT
      *
      * Record layout for the CIRCUIT VSAM KSDS - region-wide circuit
      * breaker state for the child programs ASYNCPNT and SEQPNT
      * start for every application, keyed on the child's program
      * name. Before this file a child that was down (a dead bureau
      * link, a file left closed) was still called for every
      * application, and every one of them waited on it and failed
      * the same way. Now each parent asks the breaker first:
      *
      *   CB-STATE  C  closed - the child is called as normal
      *                (a row not on file at all reads as closed)
      *             O  open - CB-FAIL-MAX calls in a row failed;
      *                the child is skipped and the parent takes
      *                the fallback outcome instead (PENDRTRY for
      *                the bureau check, REVIEW for the others)
      *             T  trial - one call has been let through to see
      *                whether the child is back
      *
      * While a circuit is open, one trial call is let through every
      * CB-TRIAL-SECS seconds. A trial that works closes the circuit
      * again; a trial that fails leaves it open for another
      * interval. A trial call that never reports back (its task
      * abended) does not wedge the circuit - once the interval has
      * passed again, another trial is allowed.
      *
      * Only the CSCIRCT service (see src/CSCIRCT.cbl) updates a
      * row; the parents read it through the shared fragment in
      * copy/CIRCUITP.cpy and LINK to the service only when the
      * state has something to change, so a healthy child costs one
      * read per call. CSCIRCT raises the circuit's ALERTS row (the
      * condition id is the program name - see copy/ALERTS.cpy)
      * when it opens and clears it when it closes. SUPV lists
      * every row.
      ******************************************************************
       01  CIRCUIT-RECORD.
           05  CB-PROGRAM              PIC X(8).
           05  CB-STATE                PIC X(1).
               88  CB-CIRCUIT-CLOSED   VALUE 'C' ' '.
               88  CB-CIRCUIT-OPEN     VALUE 'O'.
               88  CB-CIRCUIT-TRIAL    VALUE 'T'.
           05  CB-CONSEC-FAILS         PIC 9(4).
      * The failure count and trial interval in force when the row
      * was last updated - copied from CTLPARM each time.
           05  CB-FAIL-MAX             PIC 9(3).
           05  CB-TRIAL-SECS           PIC 9(4).
           05  CB-OPENED-DATE          PIC X(8).
           05  CB-OPENED-TIME          PIC X(8).
      * When the last trial was let through (or, for a circuit that
      * has just opened, when it opened) - the next trial is due
      * CB-TRIAL-SECS after this.
           05  CB-TRIAL-ABSTIME        PIC S9(15) COMP-3.
           05  CB-LAST-FAIL-DATE       PIC X(8).
           05  CB-LAST-FAIL-TIME       PIC X(8).
           05  CB-CLOSED-DATE          PIC X(8).
           05  CB-CLOSED-TIME          PIC X(8).
      * How many times this circuit has opened, ever.
           05  CB-TRIPS                PIC 9(5).
           05  FILLER                  PIC X(20).
