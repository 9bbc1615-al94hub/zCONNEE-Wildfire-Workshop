           05  UPA-NEW-AMOUNT           PIC X(12).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  UPA-RUN-ID               PIC X(16).
      * The operator ID of the service rep who keyed the correction
      * in PUTAPIOL, so the record shows who changed the employee.
      * Spaces for a correction that came through a batch EMPUPDT.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  UPA-OPERATOR-ID          PIC X(8).
