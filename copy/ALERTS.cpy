      * Condition ids: ERRBURST (CCERRLOG depth), SLASLOW (a
      * CCTIMING step over the SLA), REVIEWQ (review backlog),
      * PENDRTRY (retry backlog), HOLDOVER (a SYSSTAT hold past its
      * expected resume time). The daily CSWIPAGE aging report (see
      * src/CSWIPAGE.cbl) raises and clears one more per manual
      * queue with items past its service level: WIPREVQ, WIPDOCQ,
      * WIPFRAUD, WIPAPPL, WIPDISP, WIPDEPT and WIPRTRY. The
      * circuit breaker service (see src/CSCIRCT.cbl) raises one
      * per child program, keyed on the program name itself
      * (CRDTCHK, GETNAME, GETADDR, CSSTATS3, CSSTATUS, GETEMPL,
      * GETBAL, SCRNWTCH), when that child's circuit opens, and
      * sets it CLEARED when a trial call closes it again. ALRT
      * itself also raises one per card product whose plastic stock
      * at the embossing bureau (see copy/PLASTINV.cpy) is at or
      * under its reorder point - STK and the product code, e.g.
      * STKPLAT. The daily CSRUNTRD batch trend report (see
      * src/CSRUNTRD.cbl) raises one per batch job whose run that
      * day was out of line with its own trailing runs on RUNLOG,
      * keyed on the job name (CSEMBOSS, CSRECONP, ...), and clears
      * it the next day the job runs in line. The weekly CSVSCAP
      * capacity forecast (see src/CSVSCAP.cbl) raises one per VSAM
      * file within its threshold of the extent limit - CAP and the
      * first five characters of the file, e.g. CAPCSCAC, CAPAUDIT -
      * and clears it when a later week finds the file clear. The
      * handover shift
      * lists what is open, who acked it, and what is still unowned
      * - ALRT LST.
      ******************************************************************
       01  ALERTS-RECORD.
           05  AT-CONDITION-ID         PIC X(8).
