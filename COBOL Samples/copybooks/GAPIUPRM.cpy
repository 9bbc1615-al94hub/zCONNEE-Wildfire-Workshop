      * the employee is reported in the DUPLICATES section of
      * GAPIRPT and folded into the trailing counts.
                   88  PARM-UPD-MODE-DUP-REPORT     VALUE 'D'.
      * Sent by a batch driver for a correction it held in GAPIPEND
      * for a later effective date: no update is sent, the employee
      * is reported in the HELD section of GAPIRPT with the date in
      * PARM-UPD-EFFECTIVE-DATE, and folded into the trailing counts.
                   88  PARM-UPD-MODE-HELD-REPORT    VALUE 'H'.
      * Sent by a batch driver for a correction it rejected for an
      * effective date that is not a calendar date: no update is
      * sent, the employee is reported as a failure with the reason
      * in PARM-UPD-FAIL-REASON, and counted apart in the trailer.
                   88  PARM-UPD-MODE-BAD-DATE-REPORT VALUE 'E'.
      * Set by PUTAPI on every call that sends an update, so a caller
      * can tell a genuine BAQ-SUCCESS apart from a failure without
      * inferring it from RETURN-CODE, which carries a raw
               10  PARM-UPD-FAIL-ORIGIN PIC X(8).
               10  PARM-UPD-FAIL-STATUS PIC -(8)9.
               10  PARM-UPD-FAIL-REASON PIC X(60).
      * The signed-on service rep's operator ID (see GAPIOPER), set by
      * an online caller and stamped by PUTAPI on the audit and
      * before/after records. Left as spaces by a batch caller,
      * which has no rep behind it.
               10  PARM-UPD-OPERATOR-ID PIC X(8)    VALUE SPACES.
      * The correction's effective date (YYYYMMDD) on a held or
      * bad-date report call. Spaces on every other call.
               10  PARM-UPD-EFFECTIVE-DATE PIC X(8) VALUE SPACES.
               10  FILLER               PIC X(83).
