      * forms, the same ones the audit record keeps - downstream
      * consumers get the event, not the customer's PII.
      *
      * EV-INTAKE-CHANNEL is the front door the application came in
      * through - see AU-INTAKE-CHANNEL in copy/AUDIT.cpy.
      *
      * The polled web flow needs no publication of its own: ACCWORK
      * LINKs ASYNCPNT, so the parent publishes for it - a second
      * publish from ACCWORK would double-count every polled
           05  EV-EVENT-DATE           PIC X(8).
           05  EV-EVENT-TIME           PIC X(8).
           05  EV-SOURCE-PROGRAM       PIC X(8).
           05  EV-INTAKE-CHANNEL       PIC X(8).
           05  FILLER                  PIC X(7).
