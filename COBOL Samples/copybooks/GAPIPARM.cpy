      * Left as spaces by a caller with no run of its own, in which
      * case GETAPI mints one identifier for the run unit.
               10  PARM-RUN-ID          PIC X(16)   VALUE SPACES.
      * The signed-on service rep's operator ID (see GAPIOPER), set by
      * an online caller and stamped by GETAPI on the audit record.
      * Left as spaces by a batch caller, which has no rep behind it.
               10  PARM-OPERATOR-ID     PIC X(8)    VALUE SPACES.
               10  FILLER               PIC X(39).
