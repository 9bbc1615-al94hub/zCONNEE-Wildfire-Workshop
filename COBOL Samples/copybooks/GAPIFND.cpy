      *----------------------------------------------------------------*
      *                                                                *
      * GAPIFND - one line of a suspicious-pattern finding, written by *
      *           the weekly GAPISUSP report to the GAPIFIND file the  *
      *           investigations team works through. A finding spans   *
      *           several records -- one per employee or change it     *
      *           involves -- all carrying the same FND-NUMBER.        *
      *                                                                *
      *           FND-PATTERN says which pattern was found:            *
      *             SHARED   - the same phone or address held in       *
      *                        GAPICACH by several employees; one      *
      *                        record per employee, FND-NEW-VALUE the  *
      *                        shared value, FND-DATE the date the     *
      *                        employee's entry was cached             *
      *             REPEAT   - one employee's address and phone        *
      *                        changed too often in the window; one    *
      *                        record per change                       *
      *             ADDR-AMT - an amount change shortly after an       *
      *                        address change; the address change      *
      *                        record, then the amount change record   *
      *                                                                *
      *           For a change, FND-SOURCE names the file it was found *
      *           in (GAPICHG or GAPIUPDA) and FND-RUN-ID the run that *
      *           made or saw it (see GAPIRUNC).                       *
      *                                                                *
      *----------------------------------------------------------------*
           05  FND-NUMBER               PIC 9(5).
           05  FILLER                   PIC X(1).
           05  FND-PATTERN              PIC X(8).
           05  FILLER                   PIC X(1).
           05  FND-EMPLOYEE             PIC X(6).
           05  FILLER                   PIC X(1).
           05  FND-FIELD                PIC X(8).
           05  FILLER                   PIC X(1).
           05  FND-DATE                 PIC 9(8).
           05  FILLER                   PIC X(1).
           05  FND-RUN-ID               PIC X(16).
           05  FILLER                   PIC X(1).
           05  FND-SOURCE               PIC X(8).
           05  FILLER                   PIC X(1).
           05  FND-OLD-VALUE            PIC X(40).
           05  FILLER                   PIC X(1).
           05  FND-NEW-VALUE            PIC X(40).
