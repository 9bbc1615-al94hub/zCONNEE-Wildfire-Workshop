      *----------------------------------------------------------------*
      *                                                                *
      * GAPIPCTL - partition control record, the one record GAPIPART   *
      *            writes to the GAPIPCTL file when it splits EMPINPUT *
      *            into partitions for parallel GETAPIBT jobs, and     *
      *            GAPIPMRG reads afterwards to merge them: the parent *
      *            run identifier every partition's run identifier is  *
      *            built from (see GAPIRUNC), the split file's date    *
      *            and trailer count, and each partition's employee-   *
      *            number range and detail count.                      *
      *                                                                *
      * The partition detail counts always add up to PCT-INPUT-COUNT   *
      * when GAPIPART ends cleanly; GAPIPMRG checks that they still do *
      * before it merges anything.                                     *
      *                                                                *
      *----------------------------------------------------------------*
           05  PCT-PARENT-RUN-ID        PIC X(16).
           05  FILLER                   PIC X(1).
           05  PCT-FILE-DATE            PIC 9(8).
           05  FILLER                   PIC X(1).
           05  PCT-INPUT-COUNT          PIC 9(7).
           05  FILLER                   PIC X(1).
           05  PCT-PARTITION-COUNT      PIC 9(1).
      * One entry per partition, in partition-number order. A
      * partition takes every employee number above the previous
      * partition's PCT-HIGH-EMPLOYEE up to and including its own;
      * the last partition also takes anything above its own.
           05  PCT-PARTITION OCCURS 8 TIMES.
               10  FILLER               PIC X(1).
               10  PCT-HIGH-EMPLOYEE    PIC X(6).
               10  FILLER               PIC X(1).
               10  PCT-DETAIL-COUNT     PIC 9(7).
