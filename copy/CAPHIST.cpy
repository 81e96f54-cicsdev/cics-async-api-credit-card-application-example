      ******************************************************************
      *  CAPHIST
      *
      * Record layout for the CAPHIST VSAM KSDS - the weekly capacity
      * history of the suite's fastest-growing VSAM files, one row
      * per file per run of CSVSCAP (see src/CSVSCAP.cbl), keyed on
      * the file and the run date, so one file's rows read oldest
      * first. Taken from the data component's LISTCAT figures:
      *
      *   VH-RECORD-COUNT   REC-TOTAL
      *   VH-USED-BYTES     HI-U-RBA - the space the records use
      *   VH-ALLOC-BYTES    HI-A-RBA - the space allocated so far
      *   VH-EXTENTS        extents taken so far
      *   VH-SPACE-PRI/SEC  the primary and secondary allocation, in
      *                     the cluster's own SPACE-TYPE units
      *
      * and the projection made from them that week:
      *
      *   VH-GROWTH-BYTES   HI-U-RBA growth a week, averaged over the
      *                     trailing rows (zero or less - not growing)
      *   VH-LIMIT-BYTES    the most the file can hold - every extent
      *                     up to the extent limit taken
      *   VH-WEEKS-TO-ALLOC weeks until the allocated space is used
      *   VH-ALLOC-DATE     and the date - the next extent is taken
      *   VH-WEEKS-TO-LIMIT weeks until the extent limit is reached
      *   VH-LIMIT-DATE     and the date - the file is full
      *
      * A week count of 9999 (date blank) means not within the
      * projection horizon, or not growing.
      ******************************************************************
       01  CAPHIST-RECORD.
           05  VH-HISTORY-KEY.
               10  VH-FILE-NAME        PIC X(8).
               10  VH-RUN-DATE         PIC X(8).
           05  VH-RECORD-COUNT         PIC 9(11).
           05  VH-USED-BYTES           PIC 9(15).
           05  VH-ALLOC-BYTES          PIC 9(15).
           05  VH-EXTENTS              PIC 9(3).
           05  VH-SPACE-PRI            PIC 9(7).
           05  VH-SPACE-SEC            PIC 9(7).
           05  VH-GROWTH-BYTES         PIC S9(15).
           05  VH-LIMIT-BYTES          PIC 9(15).
           05  VH-WEEKS-TO-ALLOC       PIC 9(4).
           05  VH-ALLOC-DATE           PIC X(8).
           05  VH-WEEKS-TO-LIMIT       PIC 9(4).
           05  VH-LIMIT-DATE           PIC X(8).
           05  FILLER                  PIC X(20).
