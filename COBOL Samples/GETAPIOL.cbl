      * every inquiry gets the same validation, the same GAPICACH      *
      * cache (a repeated lookup is answered from the cache without    *
      * another round trip) and the same GAPIAUD audit record as a     *
      * batch lookup. A correction keyed ahead of its effective date  *
      * and still waiting in the GAPIPEND pending-corrections file is *
      * shown under the answer, so the rep can tell the caller the    *
      * change is on its way.                                         *
      *                                                                *
      * A caller who doesn't know their number can be found by name:  *
      * anything keyed that doesn't start with a digit is treated as  *
      * entry, so the rep can judge the staleness and key the number  *
      * for the normal lookup.                                        *
      *                                                                *
      * The rep signs on first with their operator ID, checked        *
      * against the GAPIOPER operator file: only an active rep with   *
      * a lookup entitlement (look up only, or look up and correct)   *
      * gets a session, and the ID is stamped on every GAPIAUD audit  *
      * record the session's lookups write.                           *
      *                                                                *
      * Runs conversationally under TSO (ISPF option 6 or a CLIST)    *
      * or reads its requests from SYSIN in a job, the operator ID    *
      * on the first line.                                            *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-EXTRACT-FILE-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO "GAPIOPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAPI-OPERATOR-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "GAPIPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS GAPI-PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CACHE-FILE.
       01  EXTRACT-RECORD.
           COPY EMPEXTR.

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD              PIC X(80).

       FD  PENDING-FILE.
       01  PENDING-RECORD.
           COPY GAPIPEND.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
      * Common definitions                                             *
           05  GAPI-RUN-ID-TIME           PIC 9(6).
       01  GAPI-RUN-TIME-RAW              PIC 9(8) VALUE 0.

      * Sign-on against the operator file. The keyed ID is
      * uppercased before the search, the way the IDs are held.
      * Once signed on it is handed to GETAPI on every lookup.
       01  GAPI-OPERATOR-FILE-STATUS      PIC X(02) VALUE SPACES.
           88  GAPI-OPERATOR-FILE-OK                VALUE '00'.
           88  GAPI-OPERATOR-FILE-EOF               VALUE '10'.
       01  GAPI-OPERATOR-SWITCHES.
           05  GAPI-OPERATOR-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  GAPI-OPERATOR-AT-EOF             VALUE 'Y'.
           05  GAPI-OPERATOR-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  GAPI-OPERATOR-FOUND              VALUE 'Y'.
           05  GAPI-SIGNON-SWITCH         PIC X(01) VALUE 'N'.
               88  GAPI-SIGNED-ON                   VALUE 'Y'.
       01  GAPI-OPERATOR-ID               PIC X(08) VALUE SPACES.
       01  GAPI-OPERATOR-NAME             PIC X(30) VALUE SPACES.
      * Each GAPIOPER record is read into here, so the one matched
      * stays to be judged after the file is closed.
       01  GAPI-OPERATOR-WORK.
           COPY GAPIOPER.

      * Pending-correction check after each lookup: a START on the
      * employee's part of the GAPIPEND key, then the employee's
      * items in key order.
       01  GAPI-PENDING-FILE-STATUS       PIC X(02) VALUE SPACES.
           88  GAPI-PENDING-FILE-OK                 VALUE '00'.
       01  GAPI-PEND-EOF-SWITCH           PIC X(01) VALUE 'N'.
           88  GAPI-PEND-AT-EOF                     VALUE 'Y'.
       01  GAPI-PEND-EMPLOYEE             PIC X(6)  VALUE SPACES.
       01  GAPI-PEND-COUNT                PIC 9(3) COMP VALUE 0.

      * Name search over the local cache and extract. The search
      * token is whatever the rep keyed up to the first blank,
      * uppercased so SMITH finds Smith; each record's name is
       MAINLINE.

           DISPLAY "GETAPIOL - employee lookup inquiry".

           PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-END.
           IF NOT GAPI-SIGNED-ON
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

           DISPLAY "Enter a six-digit employee number, a full or"
                   " partial surname to search, or END to quit".


           GOBACK.

      *----------------------------------------------------------------*
      * Sign the rep on against GAPIOPER before any lookup is taken.  *
      * The session is refused for an ID the file doesn't hold, for   *
      * a rep marked inactive, and for a rep without a lookup         *
      * entitlement. A missing operator file refuses every session    *
      * rather than letting anyone in unchecked.                      *
      *----------------------------------------------------------------*
       SIGN-ON-OPERATOR.
           DISPLAY "Operator ID:".
           MOVE SPACES TO GAPI-INQUIRY-INPUT.
           ACCEPT GAPI-INQUIRY-INPUT.
           MOVE FUNCTION UPPER-CASE (GAPI-INQUIRY-INPUT(1:8))
               TO GAPI-OPERATOR-ID.
           IF GAPI-OPERATOR-ID = SPACES
              DISPLAY "  No operator ID keyed - session refused."
              GO TO SIGN-ON-OPERATOR-END
           END-IF.

           OPEN INPUT OPERATOR-FILE.
           IF NOT GAPI-OPERATOR-FILE-OK
              DISPLAY "GETAPIOL: unable to open GAPIOPER, status "
                      GAPI-OPERATOR-FILE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM FIND-OPERATOR THRU FIND-OPERATOR-END
               UNTIL GAPI-OPERATOR-AT-EOF
                  OR GAPI-OPERATOR-FOUND.
           CLOSE OPERATOR-FILE.

           EVALUATE TRUE
              WHEN NOT GAPI-OPERATOR-FOUND
                 DISPLAY "  Operator " GAPI-OPERATOR-ID
                         " is not on the operator file"
                         " - session refused."
              WHEN NOT OPR-IS-ACTIVE
                 DISPLAY "  Operator " GAPI-OPERATOR-ID
                         " is not active - session refused."
              WHEN NOT OPR-MAY-LOOK-UP
                 DISPLAY "  Operator " GAPI-OPERATOR-ID
                         " is not entitled to look up employees"
                         " - session refused."
              WHEN OTHER
                 MOVE OPR-NAME TO GAPI-OPERATOR-NAME
                 SET GAPI-SIGNED-ON TO TRUE
                 DISPLAY "  Signed on: " GAPI-OPERATOR-ID
                         " " GAPI-OPERATOR-NAME
           END-EVALUATE.
       SIGN-ON-OPERATOR-END.
           EXIT.

      * One operator record against the keyed ID. The record found
      * is left in GAPI-OPERATOR-WORK for SIGN-ON-OPERATOR to judge.
       FIND-OPERATOR.
           READ OPERATOR-FILE INTO GAPI-OPERATOR-WORK
               AT END
                  CONTINUE
           END-READ.
           EVALUATE TRUE
              WHEN GAPI-OPERATOR-FILE-EOF
                 SET GAPI-OPERATOR-AT-EOF TO TRUE
              WHEN GAPI-OPERATOR-FILE-OK
                 IF OPR-ID = GAPI-OPERATOR-ID
                    SET GAPI-OPERATOR-FOUND TO TRUE
                 END-IF
              WHEN OTHER
                 DISPLAY "GETAPIOL: unexpected I/O error reading "
                         "GAPIOPER, status " GAPI-OPERATOR-FILE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
       FIND-OPERATOR-END.
           EXIT.

      *----------------------------------------------------------------*
      * One prompt/lookup/answer cycle. A blank line or END (either   *
      * case) ends the session -- blank also covers running out of    *
           MOVE GAPI-INQUIRY-INPUT(1:6) TO employee OF PARM-DATA.
           SET PARM-MODE-NORMAL OF PARM-DATA TO TRUE.
           MOVE GAPI-RUN-ID TO PARM-RUN-ID.
           MOVE GAPI-OPERATOR-ID TO PARM-OPERATOR-ID.

           CALL "GETAPI" USING PARM-BUFFER.

              DISPLAY "  Reason:  " PARM-FAIL-REASON
              DISPLAY " "
           END-IF.

           MOVE employee OF PARM-DATA TO GAPI-PEND-EMPLOYEE.
           PERFORM SHOW-PENDING-CHANGES THRU SHOW-PENDING-CHANGES-END.
       LOOKUP-ONE-EMPLOYEE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Any correction still waiting in GAPIPEND for the employee     *
      * just looked up, with its effective date and the new values.   *
      * Nothing is shown when nothing is waiting, and no GAPIPEND at  *
      * all simply means nothing is.                                  *
      *----------------------------------------------------------------*
       SHOW-PENDING-CHANGES.
           MOVE ZERO TO GAPI-PEND-COUNT.
           OPEN INPUT PENDING-FILE.
           IF NOT GAPI-PENDING-FILE-OK
              GO TO SHOW-PENDING-CHANGES-END
           END-IF.
           MOVE 'N' TO GAPI-PEND-EOF-SWITCH.
           MOVE LOW-VALUES TO PND-KEY.
           MOVE GAPI-PEND-EMPLOYEE TO PND-EMPLOYEE.
           START PENDING-FILE KEY IS NOT LESS THAN PND-KEY
               INVALID KEY
                  SET GAPI-PEND-AT-EOF TO TRUE
           END-START.
           PERFORM SHOW-PENDING-CHANGE THRU SHOW-PENDING-CHANGE-END
               UNTIL GAPI-PEND-AT-EOF.
           CLOSE PENDING-FILE.
           IF GAPI-PEND-COUNT > ZERO
              DISPLAY " "
           END-IF.
       SHOW-PENDING-CHANGES-END.
           EXIT.

       SHOW-PENDING-CHANGE.
           READ PENDING-FILE NEXT RECORD
               AT END
                  SET GAPI-PEND-AT-EOF TO TRUE
           END-READ.
           IF NOT GAPI-PENDING-FILE-OK
              OR PND-EMPLOYEE NOT = GAPI-PEND-EMPLOYEE
              SET GAPI-PEND-AT-EOF TO TRUE
              GO TO SHOW-PENDING-CHANGE-END
           END-IF.
           IF NOT PND-IS-PENDING
              GO TO SHOW-PENDING-CHANGE-END
           END-IF.
           ADD 1 TO GAPI-PEND-COUNT.
           DISPLAY "  Change pending, effective " PND-EFFECTIVE-DATE
                   ":".
           IF PND-ADDRESS NOT = SPACES
              DISPLAY "    New address: " PND-ADDRESS
           END-IF.
           IF PND-PHONE NOT = SPACES
              DISPLAY "    New phone:   " PND-PHONE
           END-IF.
       SHOW-PENDING-CHANGE-END.
           EXIT.

      *----------------------------------------------------------------*
      * Find employee numbers by full or partial surname, entirely    *
      * from the data already on hand: the keyed cache first (the     *
