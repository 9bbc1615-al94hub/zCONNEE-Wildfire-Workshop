      *----------------------------------------------------------------*
      *                                                                *
      * GAPIOPER - Operator file record, one per service rep allowed   *
      *            to sign on to the online screens. GETAPIOL signs    *
      *            on any active rep; PUTAPIOL only a rep entitled to  *
      *            correct. The signed-on ID is carried to GETAPI and  *
      *            PUTAPI in the PARM-BUFFER and stamped on the        *
      *            GAPIAUD and GAPIUPDA records the session writes.    *
      *            A rep who leaves or moves is marked inactive rather *
      *            than deleted, so their ID on the old audit records  *
      *            can still be looked up here.                        *
      *                                                                *
      *----------------------------------------------------------------*
           05  OPR-ID                   PIC X(8).
           05  FILLER                   PIC X(1).
           05  OPR-ENTITLEMENT          PIC X(1).
               88  OPR-LOOKUP-ONLY                  VALUE 'L'.
               88  OPR-LOOKUP-CORRECT               VALUE 'C'.
               88  OPR-MAY-LOOK-UP                  VALUE 'L' 'C'.
           05  FILLER                   PIC X(1).
           05  OPR-ACTIVE               PIC X(1).
               88  OPR-IS-ACTIVE                    VALUE 'Y'.
           05  FILLER                   PIC X(1).
           05  OPR-NAME                 PIC X(30).
           05  FILLER                   PIC X(37).
