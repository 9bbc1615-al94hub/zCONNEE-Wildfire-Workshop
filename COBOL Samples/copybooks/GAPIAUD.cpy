           05  AUD-ELAPSED-HSEC         PIC 9(7).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AUD-ATTEMPTS             PIC 9(2).
      * The CICS response the service's backend program reported
      * (CEIBRESP/CEIBRESP2 -- CACHE/HIT for a lookup answered from
      * GAPICACH) and the user ID that program ran under
      * (userIdentity2), so every call can be traced to the backend
      * identity that served it. Spaces when no response came back.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AUD-CICS-RESP            PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AUD-CICS-RESP2           PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AUD-USER-ID              PIC X(8).
      * The operator ID of the service rep who made the call from an
      * online session (GETAPIOL/PUTAPIOL), so every lookup and
      * correction can be traced to a person. Spaces for a batch call.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AUD-OPERATOR-ID          PIC X(8).
