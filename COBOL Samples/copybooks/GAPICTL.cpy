      * carry; a mismatch means a truncated or doubled transmit and   *
      * also aborts the run before any call is made.                   *
      *                                                                *
      * A partition of a split EMPINPUT (see GAPIPART) also carries   *
      * in its header the run identifier of the whole partitioned run *
      * and its own partition number, from which GETAPIBT takes its   *
      * run identifier; both are spaces on an ordinary file.          *
      *                                                                *
      * A detail record's first six bytes are the employee number,    *
      * so neither literal can ever be mistaken for a detail.          *
      *                                                                *
               10  CTL-FILE-DATE        PIC 9(8).
               10  FILLER               PIC X(1).
               10  CTL-SOURCE-SYSTEM    PIC X(8).
               10  FILLER               PIC X(1).
               10  CTL-PARENT-RUN-ID    PIC X(16).
               10  FILLER               PIC X(1).
               10  CTL-PARTITION-NUMBER PIC X(1).
               10  FILLER               PIC X(40).
           05  CTL-TRAILER-DATA REDEFINES CTL-HEADER-DATA.
               10  CTL-DETAIL-COUNT     PIC 9(7).
               10  FILLER               PIC X(69).
