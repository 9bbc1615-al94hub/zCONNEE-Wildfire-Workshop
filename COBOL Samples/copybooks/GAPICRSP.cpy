      *----------------------------------------------------------------*
      *                                                                *
      * GAPICRSP - CICS response to business reason lookup, shared by  *
      *            GETAPI and PUTAPI. A BAQ-SUCCESS only proves the    *
      *            HTTP exchange with z/OS Connect EE worked; the CICS *
      *            program behind the service reports its own outcome  *
      *            in CEIBRESP/CEIBRESP2, either as the DFHRESP        *
      *            condition name or as its number. This table turns  *
      *            either form into the condition's number -- carried  *
      *            as the failure's status code -- and a sentence a    *
      *            report reader doesn't have to look up themselves.   *
      *                                                                *
      *----------------------------------------------------------------*
       01  GAPI-CICS-REASON-TABLE-DATA.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'ERROR'.
               10  FILLER            PIC 9(3) VALUE 001.
               10  FILLER            PIC X(60) VALUE
                   'CICS program reported a general error condition.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'NOTFND'.
               10  FILLER            PIC 9(3) VALUE 013.
               10  FILLER            PIC X(60) VALUE
                   'Employee record not found in the CICS file.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'DUPREC'.
               10  FILLER            PIC 9(3) VALUE 014.
               10  FILLER            PIC X(60) VALUE
                   'Employee record already exists in the CICS file.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'INVREQ'.
               10  FILLER            PIC 9(3) VALUE 016.
               10  FILLER            PIC X(60) VALUE
                   'CICS rejected the request as invalid.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'IOERR'.
               10  FILLER            PIC 9(3) VALUE 017.
               10  FILLER            PIC X(60) VALUE
                   'I/O error on the CICS employee file.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'NOSPACE'.
               10  FILLER            PIC 9(3) VALUE 018.
               10  FILLER            PIC X(60) VALUE
                   'CICS employee file is out of space.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'NOTOPEN'.
               10  FILLER            PIC 9(3) VALUE 019.
               10  FILLER            PIC X(60) VALUE
                   'CICS employee file is closed.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'LENGERR'.
               10  FILLER            PIC 9(3) VALUE 022.
               10  FILLER            PIC X(60) VALUE
                   'Record length mismatch in the CICS program.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'PGMIDERR'.
               10  FILLER            PIC 9(3) VALUE 027.
               10  FILLER            PIC X(60) VALUE
                   'CICS program behind the service is not available.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'NOTAUTH'.
               10  FILLER            PIC 9(3) VALUE 070.
               10  FILLER            PIC X(60) VALUE
                   'CICS refused the service user ID access.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'DISABLED'.
               10  FILLER            PIC 9(3) VALUE 084.
               10  FILLER            PIC X(60) VALUE
                   'CICS employee file is disabled.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'LOCKED'.
               10  FILLER            PIC 9(3) VALUE 100.
               10  FILLER            PIC X(60) VALUE
                   'Employee record is locked by another CICS task.'.
           05  FILLER.
               10  FILLER            PIC X(8) VALUE 'RECORDBU'.
               10  FILLER            PIC 9(3) VALUE 101.
               10  FILLER            PIC X(60) VALUE
                   'Employee record is busy in another CICS task.'.

       01  GAPI-CICS-REASON-TABLE
               REDEFINES GAPI-CICS-REASON-TABLE-DATA.
           05  GAPI-CICS-REASON-ENTRY OCCURS 13 TIMES.
               10  GAPI-CICS-COND-NAME PIC X(8).
               10  GAPI-CICS-COND-CODE PIC 9(3).
               10  GAPI-CICS-COND-TEXT PIC X(60).

      * A CEIBRESP that arrives as digits is moved into GAPI-CICS-
      * SEARCH-NUMBER and looked up by number; anything else is looked
      * up by name. A condition the table does not know gets a
      * fallback sentence, keeping its own number when it came as one
      * and the generic ERROR condition's number when it came as a
      * name.
       01  GAPI-CICS-SEARCH-NAME       PIC X(8)  VALUE SPACES.
       01  GAPI-CICS-SEARCH-NUMBER     PIC 9(8)  VALUE 0.
       01  GAPI-CICS-IDX               PIC 9(3)  COMP VALUE 0.
       01  GAPI-CICS-FOUND-CODE        PIC 9(3)  VALUE 0.
       01  GAPI-CICS-FOUND-TEXT        PIC X(60) VALUE SPACES.
       01  GAPI-CICS-FOUND-SWITCH      PIC X(1)  VALUE 'N'.
           88  GAPI-CICS-FOUND                   VALUE 'Y'.
